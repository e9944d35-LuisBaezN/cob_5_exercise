           02 YTD-PERC     PIC 9(09)V99.
           02 YTD-DEDU     PIC 9(09).
           02 YTD-SALA     PIC S9(09)V99.
           02 YTD-ISR      PIC 9(09).
           02 YTD-MES-TAB.
               03 YTD-MES-ROW OCCURS 12 TIMES.
                   04 YTD-M-PERC PIC 9(07)V99.
                   04 YTD-M-DEDU PIC 9(07).
                   04 YTD-M-SALA PIC S9(07)V99.
                   04 YTD-M-ISR  PIC 9(07).
       FD  EMPMST.
       01  EMM-REG.
           02 EMM-NOMI     PIC 9(06).
           02 EMM-DEPT     PIC X(03).
           02 EMM-ALTA     PIC 9(08).
           02 EMM-ESTADO   PIC X.
           02 EMM-SUELDO   PIC 9(05)V99.
           02 EMM-BAJA-FEC PIC 9(08).
           02 EMM-BAJA-MOT PIC X(02).
           02 EMM-BAJA-VAC PIC 9(02).
           02 EMM-FIN-EST  PIC X.
           02 EMM-FREC     PIC X.
           02 EMM-RFC      PIC X(13).
           02 EMM-CURP     PIC X(18).
           02 EMM-NSS      PIC X(11).
           02 EMM-CP-FIS   PIC X(05).
       FD  PARMCTL.
       01  PARM-REG.
           02 PARM-MAXLIN    PIC 99.
           02 PARM-PER-MM    PIC 99.
           02 PARM-EST-ANO   PIC 99.
           02 PARM-CIE-ANO   PIC 99.
           02 PARM-RET-MODO  PIC X.
           02 PARM-UMA       PIC 9(03)V99.
           02 PARM-SMG       PIC 9(03)V99.
           02 PARM-ANU-ANO   PIC 99.
           02 PARM-ISN-PCT   PIC 9(02)V99.
           02 PARM-INF-PCT   PIC 9(02)V99.
           02 PARM-PER-QQ    PIC 9.
           02 PARM-RFC-PAT   PIC X(13).
           02 PARM-RAZON     PIC X(40).
           02 PARM-REG-FIS   PIC X(03).
           02 PARM-CP-EXP    PIC X(05).
           02 PARM-REG-PAT   PIC X(11).
           02 PARM-ENT-FED   PIC X(03).
           02 PARM-APR-DIAS  PIC 9(02).
           02 PARM-AUD-DIAS  PIC 9(03).
           02 PARM-RDP-DIAS  PIC 9(03).
       FD  EMPEST.
       01  EST-REG PIC X(100).
       WORKING-STORAGE SECTION.
