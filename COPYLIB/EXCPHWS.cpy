           05 HST-RESUELTO-POR          PIC X(08).
           05 HST-FECHA-RESOL           PIC 9(06).
           05 HST-DISPOSICION           PIC X(02).
           05 HST-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(03).
