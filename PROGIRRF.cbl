      ******************************************************************
      * Modification History
      * 02/09/2026 RFS  First cut of the withholding-tax report.
      * 15/10/2026 RFS  IMPAPAG layout extended with company, guide
      *                 reference and guide date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGIRRF IS INITIAL PROGRAM.
           05  IP-VALOR-RETIDO           PIC 9(09)V99.
           05  FILLER                    PIC X(01).
           05  IP-MOEDA                  PIC X(03).
           05  FILLER                    PIC X(01).
           05  IP-EMPRESA                PIC 9(02).
           05  FILLER                    PIC X(01).
           05  IP-GUIA                   PIC X(10).
           05  FILLER                    PIC X(01).
           05  IP-DATA-GUIA              PIC 9(08).

       FD  PARM-FISCAL
           RECORDING MODE IS F.
