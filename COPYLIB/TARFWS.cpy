      *TARFWS - FILA DEL TARIFARIO DE COMISIONES (COMITAB) QUE ARITM
      *         CARGA EN MEMORIA AL ARRANQUE. UNA FILA POR SUCURSAL Y
      *         OPERACION (1 SUMA, 2 RESTA, 3 MULT, 4 DIV, 5 COMPUTE,
      *         IGUAL QUE EL NUMERO DE RESULTADO); LA SUCURSAL '***'
      *         ES LA FILA POR DEFECTO PARA LAS SUCURSALES SIN FILA
      *         PROPIA. LA COMISION ES EL CARGO FIJO MAS EL PORCENTAJE
      *         SOBRE EL OPERANDO A (EN VALOR ABSOLUTO), LLEVADA AL
      *         MINIMO Y TOPEADA EN EL MAXIMO (MAXIMO EN CEROS = SIN
      *         TOPE)
       01  TARIFA-RECORD.
           05 TARF-SUCURSAL             PIC X(03).
             88 TARF-POR-DEFECTO                 VALUE '***'.
           05 TARF-OPERACION            PIC 9(01).
             88 TARF-OPERACION-VALIDA            VALUES 1 THRU 5.
           05 TARF-FIJO                 PIC 9(03)V99.
           05 TARF-PORCENTAJE           PIC 9(02)V9(04).
           05 TARF-MINIMO               PIC 9(05)V99.
           05 TARF-MAXIMO               PIC 9(05)V99.
           05 FILLER                    PIC X(51).
