           SELECT DEDORD ASSIGN TO DISK.
           SELECT DEDREG ASSIGN TO "DEDREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESMST ASSIGN TO "PRESMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PRM-STATUS.
           SELECT PRESMOV ASSIGN TO "PRESMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPSAL.
           02 AJU-PERC  PIC S9(05)V99 SIGN IS LEADING SEPARATE.
           02 AJU-DEDU  PIC S9(05)    SIGN IS LEADING SEPARATE.
           02 AJU-SALA  PIC S9(05)V99 SIGN IS LEADING SEPARATE.
           02 AJU-ISR   PIC S9(05)    SIGN IS LEADING SEPARATE.
       FD  ARCHIN.
       01  ARCHIN-REG PIC X(180).
       FD  ARCHOUT.
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
       FD  DEPTMST.
       01  DMS-REG.
           02 DMS-COD      PIC X(03).
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
       FD  RUNCTL.
       01  RUN-REG.
           02 RUN-PERIODO.
               03 RUN-MES      PIC 99.
           02 RUN-ESTADO       PIC X.
           02 RUN-SECUENCIA    PIC 9(04).
           02 RUN-QUIN         PIC 9.
           02 RUN-POSTEOS.
               03 RUN-POST-M   PIC X.
               03 RUN-POST-Q1  PIC X.
               03 RUN-POST-Q2  PIC X.
       FD  CKPTFILE.
       01  CKPT-REG.
           02 CKPT-DEPT    PIC X(03).
           02 CKPT-AJU-CNT PIC 9(04).
           02 CKPT-AJU-APL PIC 9(04).
           02 CKPT-B-TRL   PIC 9.
       FD  PRESMST.
       01  PRM-REG.
           02 PRM-KEY.
               03 PRM-NOMI PIC 9(06).
               03 PRM-NUM  PIC 9(04).
           02 PRM-ORIGINAL PIC 9(07).
           02 PRM-CUOTA    PIC 9(05).
           02 PRM-SALDO    PIC 9(07).
           02 PRM-INICIO.
               03 PRM-INI-AA PIC 99.
               03 PRM-INI-MM PIC 99.
           02 PRM-ESTADO   PIC X.
           02 PRM-PEND     PIC 9(05).
           02 PRM-PEND-PER.
               03 PRM-PEND-AA PIC 99.
               03 PRM-PEND-MM PIC 99.
           02 PRM-ULT-PER.
               03 PRM-ULT-AA  PIC 99.
               03 PRM-ULT-MM  PIC 99.
       FD  PRESMOV.
       01  PMV-REG.
           02 PMV-NOMI     PIC 9(06).
           02 PMV-NUM      PIC 9(04).
           02 PMV-TIPO     PIC X.
           02 PMV-PER-AA   PIC 99.
           02 PMV-PER-MM   PIC 99.
           02 PMV-IMP      PIC 9(07).
           02 PMV-SALDO    PIC 9(07).
           02 PMV-FECHA    PIC 9(06).
       WORKING-STORAGE SECTION.

       77  ANT-DEPT    PIC X(3).
       77  RUN-POSTEADO-SW PIC 9.
       77  RUN-SEQ-ACT     PIC 9(04) VALUE 0.
       77  RUN-ANT-SW      PIC 9 VALUE 0.
       77  RUN-ANT-LEG-SW  PIC 9 VALUE 0.
       77  RUN-FALTA-SW    PIC 9 VALUE 0.
       77  FREC-Q-SW       PIC 9 VALUE 0.
       77  FREC-M-SW       PIC 9 VALUE 0.
       77  EMM-EOF-SW      PIC 9.
       77  RUN-SIG-AA      PIC 99.
       77  RUN-SIG-MM      PIC 99.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  PER-QQ          PIC 9 VALUE 0.
       77  HIST-QNA-WK     PIC X(03) VALUE SPACES.
       77  MES-SUB         PIC 99.
       77  DDT-STATUS      PIC XX.
       77  NMW-STATUS      PIC XX.
       77  DED-SEQ-WK      PIC 9(09) VALUE 0.
       77  DED-ROWS        PIC 9(04).
       77  DED-SUMA        PIC 9(07).
       77  DED-WRK-OK      PIC 9 VALUE 0.
       77  ISR-EMP-WK      PIC 9(07).
       77  DED-SUMA-ED     PIC Z(06)9.
       77  DED-EMS-ED      PIC Z(04)9.
       77  DED-EOF         PIC 9.
       77  AJU-DEDU-WK     PIC S9(10).
       77  AJU-MPERC-WK    PIC S9(08)V99.
       77  AJU-MDEDU-WK    PIC S9(08).
       77  AJU-ISR-WK      PIC S9(10).
       77  AJU-MISR-WK     PIC S9(08).
       77  DHI-STATUS      PIC XX.
       77  DH-SEQ-NUE      PIC 9(04).
       77  VAR-EOF         PIC 9.
       77  POL-TOT-NET     PIC S9(13)V99 VALUE 0.
       77  POL-TOT-CRED    PIC S9(13)V99 VALUE 0.
       77  POL-EXC-WK      PIC S9(11)V99.
       77  PRM-STATUS      PIC XX.
       77  PMV-STATUS      PIC XX.
       77  PRM-EOF-SW      PIC 9.
       77  PRE-APL-CNT     PIC 9(06) VALUE 0.
       77  PRE-APL-IMP     PIC 9(11) VALUE 0.
       01  POL-CONC-TABLE.
           02 POL-CONC-ROW OCCURS 10 TIMES.
               03 POL-CONC-COD PIC X(03).
           02 POL-H-FECHA    PIC 9(06).
           02 POL-H-PER-AA   PIC 99.
           02 POL-H-PER-MM   PIC 99.
           02 POL-H-PER-QQ   PIC 9.
       01  POL-DET.
           02 FILLER         PIC X VALUE "D".
           02 POL-D-DEPT     PIC X(03).
           03 FILLER   PIC X(23) VALUE "IMSSEGURO SOCIAL       ".
           03 FILLER   PIC X(23) VALUE "PREPRESTAMO            ".
           03 FILLER   PIC X(23) VALUE "EMBEMBARGO SALARIAL    ".
           03 FILLER   PIC X(23) VALUE "ISAISR AJUSTE ANUAL    ".
       01  CONCEPTOS-R REDEFINES CONCEPTOS.
           02 CONCEPTOS-ROW OCCURS 5 TIMES.
               03 CONC-COD  PIC X(03).
               03 CONC-NOMB PIC X(20).
       01  GEN-ARCHIVOS.
               03 EMS-T2-MM    PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 EMS-T2-AA    PIC 99.
               03 EMS-T2-QNA   PIC X(13) VALUE SPACES.
           02 EMS-TAB-TIT.
               03 FILLER       PIC X(17) VALUE SPACES.
               03 FILLER       PIC XX VALUE "| ".
               03 FILLER       PIC X(3) VALUE " S:".
               03 EMS-C-SIGN   PIC X.
               03 EMS-C-SALA   PIC $$$$,$$$,$$$,$$9.99.
           02 EMS-PRE-TOT.
               03 FILLER       PIC X(08) VALUE SPACES.
               03 FILLER       PIC X(29) VALUE
                                   "ABONOS A PRESTAMOS POSTEADOS:".
               03 EMS-PRE-CNT  PIC Z(05)9.
               03 FILLER       PIC X(10) VALUE " IMPORTE: ".
               03 EMS-PRE-IMP  PIC $$$$,$$$,$$$,$$9.
           02 EMS-TOTAL.
               03 FILLER       PIC X(8) VALUE SPACES.
               03 FILLER       PIC X(11) VALUE "EMPLEADOS: ".
       01  PERIODO.
           02 PER-AA   PIC 99.
           02 PER-MM   PIC 99.
       01  RUN-ANT.
           02 RUN-ANT-PERIODO.
               03 RUN-ANT-AA   PIC 99.
               03 RUN-ANT-MM   PIC 99.
           02 RUN-ANT-POSTEOS.
               03 RUN-ANT-M    PIC X.
               03 RUN-ANT-Q1   PIC X.
               03 RUN-ANT-Q2   PIC X.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
           END-IF.
           MOVE MES(PER-MM)    TO EMS-T2-MM.
           MOVE PER-AA         TO EMS-T2-AA.
           IF PER-QQ = 1
               MOVE "  1A QUINCENA" TO EMS-T2-QNA
               MOVE ",Q1" TO HIST-QNA-WK
           END-IF.
           IF PER-QQ = 2
               MOVE "  2A QUINCENA" TO EMS-T2-QNA
               MOVE ",Q2" TO HIST-QNA-WK
           END-IF.
           PERFORM LEE-RUN-CONTROL.
           IF REPRINT-SW = 0 AND RUN-POSTEADO-SW = 1
               DISPLAY "PERIODO 20" PER-AA "/" PER-MM EMS-T2-QNA
                       " YA POSTEADO EN EMSYTD"
               DISPLAY "CORRIDA CANCELADA, USE MODO REIMPRESION R"
               PERFORM BORRA-CHECKPOINT
               STOP RUN
           END-IF.
           IF REPRINT-SW = 0 AND RUN-ANT-SW = 1
               IF PERIODO NOT = RUN-ANT-PERIODO AND
                  (PER-AA NOT = RUN-SIG-AA OR PER-MM NOT = RUN-SIG-MM)
                   DISPLAY "PERIODO 20" PER-AA "/" PER-MM
                           " NO ES EL SIGUIENTE PERIODO ABIERTO"
                   DISPLAY "SIGUIENTE PERIODO A POSTEAR: 20"
                   PERFORM BORRA-CHECKPOINT
                   STOP RUN
               END-IF
               IF PERIODO NOT = RUN-ANT-PERIODO AND RUN-ANT-LEG-SW = 0
                   PERFORM VALIDA-MES-ANTERIOR
               END-IF
               IF PERIODO NOT = RUN-ANT-PERIODO AND
                  RUN-ANT-Q1 = "S" AND RUN-ANT-Q2 NOT = "S"
                   DISPLAY "SEGUNDA QUINCENA DE 20" RUN-ANT-AA "/"
                           RUN-ANT-MM " SIN POSTEAR"
                   DISPLAY "CORRIDA CANCELADA"
                   PERFORM BORRA-CHECKPOINT
                   STOP RUN
               END-IF
           END-IF.
           IF REPRINT-SW = 0 AND PER-QQ = 2
               IF RUN-ANT-SW = 0 OR PERIODO NOT = RUN-ANT-PERIODO OR
                  RUN-ANT-Q1 NOT = "S"
                   DISPLAY "PRIMERA QUINCENA DE 20" PER-AA "/" PER-MM
                           " SIN POSTEAR"
                   DISPLAY "CORRIDA CANCELADA"
                   PERFORM BORRA-CHECKPOINT
                   STOP RUN
               END-IF
           END-IF.
           IF REPRINT-SW = 0
               PERFORM VALIDA-CONTROL-EMPSAL
           END-IF.
           IF REPRINT-SW = 0
               PERFORM ABRE-DISPERSION
               OPEN INPUT DEDWRK
               IF DDW-STATUS = "00"
                   MOVE 1 TO DED-WRK-OK
               END-IF
           END-IF.
           PERFORM LEE-EMPORD.
           MOVE EMO-DEPT TO ANT-DEPT.
               PERFORM CORTE-DEPT
           END-IF.
           IF REPRINT-SW = 0
               IF PER-QQ = 2 AND RUN-ANT-Q1 = "S"
                   DISPLAY "AJUSTES.DAT SE POSTEA UNA VEZ AL MES,"
                           " EN LA PRIMERA QUINCENA"
               ELSE
                   PERFORM APLICA-AJUSTES
               END-IF
           END-IF.
           IF DED-WRK-OK = 1
               CLOSE DEDWRK
               MOVE 0 TO DED-WRK-OK
           END-IF.
           CLOSE EMPORD.
           PERFORM GEN-TOP5.
               PERFORM GRABA-HISTORIA
               PERFORM GEN-VARIANZA
               PERFORM GEN-POLIZA
               PERFORM APLICA-PRESTAMOS
               PERFORM GRABA-RUN-CONTROL
               PERFORM BORRA-CHECKPOINT
           END-IF.
       LEE-RUN-CONTROL.
           MOVE 0 TO RUN-POSTEADO-SW.
           MOVE 0 TO RUN-ANT-SW.
           MOVE 0 TO RUN-ANT-LEG-SW.
           MOVE 0 TO RUN-SEQ-ACT.
           MOVE ZEROS  TO RUN-ANT-PERIODO.
           MOVE SPACES TO RUN-ANT-POSTEOS.
           OPEN INPUT RUNCTL.
           IF RUN-STATUS = "00"
               READ RUNCTL
                       IF RUN-SECUENCIA IS NUMERIC
                           MOVE RUN-SECUENCIA TO RUN-SEQ-ACT
                       END-IF
                       IF RUN-ESTADO = "P" AND
                          RUN-ANO IS NUMERIC AND RUN-MES IS NUMERIC
                           MOVE 1 TO RUN-ANT-SW
                           MOVE RUN-PERIODO TO RUN-ANT-PERIODO
                           IF RUN-POSTEOS = SPACES
                               MOVE "S" TO RUN-ANT-M
                               MOVE 1 TO RUN-ANT-LEG-SW
                           ELSE
                               MOVE RUN-POSTEOS TO RUN-ANT-POSTEOS
                           END-IF
                           IF RUN-MES = 12
                               MOVE 01 TO RUN-SIG-MM
                               COMPUTE RUN-SIG-AA = RUN-ANO + 1
               END-READ
               CLOSE RUNCTL
           END-IF.
           IF RUN-ANT-SW = 1 AND RUN-ANT-PERIODO = PERIODO
               EVALUATE PER-QQ
                   WHEN 1
                       IF RUN-ANT-Q1 = "S"
                           MOVE 1 TO RUN-POSTEADO-SW
                       END-IF
                   WHEN 2
                       IF RUN-ANT-Q2 = "S"
                           MOVE 1 TO RUN-POSTEADO-SW
                       END-IF
                   WHEN OTHER
                       IF RUN-ANT-M = "S"
                           MOVE 1 TO RUN-POSTEADO-SW
                       END-IF
               END-EVALUATE
           END-IF.

      *------ MES ANTERIOR COMPLETO ANTES DE ABRIR EL SIGUIENTE ------
       VALIDA-MES-ANTERIOR.
           MOVE 0 TO RUN-FALTA-SW.
           PERFORM CUENTA-FRECUENCIAS.
           IF FREC-M-SW = 1 AND RUN-ANT-M NOT = "S"
               DISPLAY "NOMINA MENSUAL DE 20" RUN-ANT-AA "/"
                       RUN-ANT-MM " SIN POSTEAR"
               MOVE 1 TO RUN-FALTA-SW
           END-IF.
           IF FREC-Q-SW = 1 AND RUN-ANT-Q2 NOT = "S"
               DISPLAY "SEGUNDA QUINCENA DE 20" RUN-ANT-AA "/"
                       RUN-ANT-MM " SIN POSTEAR"
               MOVE 1 TO RUN-FALTA-SW
           END-IF.
           IF RUN-FALTA-SW = 1
               DISPLAY "CORRIDA CANCELADA"
               PERFORM BORRA-CHECKPOINT
               STOP RUN
           END-IF.

      *------- FRECUENCIAS DE PAGO DE LOS EMPLEADOS ACTIVOS -------
       CUENTA-FRECUENCIAS.
           MOVE 0 TO FREC-Q-SW.
           MOVE 0 TO FREC-M-SW.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE LOW-VALUES TO EMM-NOMI
               START EMPMST KEY NOT < EMM-NOMI
                   INVALID KEY
                       MOVE 1 TO EMM-EOF-SW
                   NOT INVALID KEY
                       MOVE 0 TO EMM-EOF-SW
               END-START
               PERFORM UNTIL EMM-EOF-SW = 1
                   READ EMPMST NEXT RECORD
                       AT END
                           MOVE 1 TO EMM-EOF-SW
                       NOT AT END
                           IF EMM-ESTADO NOT = "B"
                               IF EMM-FREC = "Q"
                                   MOVE 1 TO FREC-Q-SW
                               ELSE
                                   MOVE 1 TO FREC-M-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPMST
           ELSE
               IF RUN-ANT-Q1 = "S"
                   MOVE 1 TO FREC-Q-SW
               ELSE
                   MOVE 1 TO FREC-M-SW
               END-IF
           END-IF.

      *--- PERIODO POSTEADO CON LA NOMINA MENSUAL O QUINCENA DEL MES ---
       GRABA-RUN-CONTROL.
           IF RUN-ANT-SW = 0 OR RUN-ANT-PERIODO NOT = PERIODO
               MOVE SPACES TO RUN-ANT-POSTEOS
           END-IF.
           EVALUATE PER-QQ
               WHEN 1
                   MOVE "S" TO RUN-ANT-Q1
               WHEN 2
                   MOVE "S" TO RUN-ANT-Q2
               WHEN OTHER
                   MOVE "S" TO RUN-ANT-M
           END-EVALUATE.
           OPEN OUTPUT RUNCTL.
           MOVE PER-AA TO RUN-ANO.
           MOVE PER-MM TO RUN-MES.
           MOVE PER-QQ TO RUN-QUIN.
           MOVE RUN-ANT-POSTEOS TO RUN-POSTEOS.
           MOVE "P" TO RUN-ESTADO.
           ADD 1 TO RUN-SEQ-ACT.
           MOVE RUN-SEQ-ACT TO RUN-SECUENCIA.
               CLOSE HISTFILE
               MOVE AJU-CNT TO AJU-TOT-CNT
               WRITE EMR-REG FROM EMS-AJU-TOT BEFORE 1 LINE
               IF AJU-PROC-CNT > 0
                   PERFORM ARCHIVA-AJUSTES
               END-IF
           END-IF.

      *----- AJUSTES YA POSTEADOS A AJUSTES.DAT.Annnn Y SE VACIA -----
       ARCHIVA-AJUSTES.
           MOVE "AJUSTES.DAT" TO ARCH-IN-NOM.
           COMPUTE GEN-SEQ-WK = RUN-SEQ-ACT + 1.
           MOVE SPACES TO ARCH-OUT-NOM.
           STRING "AJUSTES.DAT.A" GEN-SEQ-WK
               DELIMITED BY SIZE INTO ARCH-OUT-NOM.
           OPEN INPUT ARCHIN.
           IF ARCHIN-STATUS = "00"
               OPEN OUTPUT ARCHOUT
               PERFORM UNTIL ARCHIN-STATUS NOT = "00"
                   READ ARCHIN
                       AT END
                           MOVE "10" TO ARCHIN-STATUS
                       NOT AT END
                           WRITE ARCHOUT-REG FROM ARCHIN-REG
                   END-READ
               END-PERFORM
               CLOSE ARCHIN
               CLOSE ARCHOUT
               OPEN OUTPUT AJUSTES
               CLOSE AJUSTES
               MOVE 0 TO AJU-PROC-CNT
               PERFORM ESCRIBE-CHECKPOINT
           END-IF.

      *----------------- APLICA UN AJUSTE AL YTD -----------------
               MOVE AJU-MPERC-WK TO YTD-M-PERC(PER-MM)
               MOVE AJU-MDEDU-WK TO YTD-M-DEDU(PER-MM)
               ADD AJU-SALA TO YTD-M-SALA(PER-MM)
               IF AJU-ISR IS NUMERIC
                   COMPUTE AJU-ISR-WK = YTD-ISR + AJU-ISR
                   COMPUTE AJU-MISR-WK =
                       YTD-M-ISR(PER-MM) + AJU-ISR
                   IF AJU-ISR-WK < 0
                       MOVE 0 TO AJU-ISR-WK
                   END-IF
                   IF AJU-MISR-WK < 0
                       MOVE 0 TO AJU-MISR-WK
                   END-IF
                   MOVE AJU-ISR-WK  TO YTD-ISR
                   MOVE AJU-MISR-WK TO YTD-M-ISR(PER-MM)
               END-IF
               REWRITE YTD-REG
               PERFORM GRABA-HISTORIA-AJUSTE
               ADD 1 TO AJU-CNT
                  FUNCTION TRIM(AJU-LIN-DEDU)    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(AJU-LIN-SALA)    DELIMITED BY SIZE
                  ",20"                          DELIMITED BY SIZE
                  PER-AA                         DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
                  PER-MM                         DELIMITED BY SIZE
               INTO HIS-LINE.
           WRITE HIS-LINE.

      *----- ABONA A LOS PRESTAMOS LAS CUOTAS DEL PERIODO POSTEADO -----
       APLICA-PRESTAMOS.
           OPEN I-O PRESMST.
           IF PRM-STATUS = "00"
               OPEN INPUT NOMIWRK
               OPEN EXTEND PRESMOV
               IF PMV-STATUS = "35"
                   OPEN OUTPUT PRESMOV
                   CLOSE PRESMOV
                   OPEN EXTEND PRESMOV
               END-IF
               MOVE LOW-VALUES TO PRM-KEY
               START PRESMST KEY NOT < PRM-KEY
                   INVALID KEY
                       MOVE 1 TO PRM-EOF-SW
                   NOT INVALID KEY
                       MOVE 0 TO PRM-EOF-SW
               END-START
               PERFORM UNTIL PRM-EOF-SW = 1
                   READ PRESMST NEXT RECORD
                       AT END
                           MOVE 1 TO PRM-EOF-SW
                       NOT AT END
                           IF PRM-PEND > 0 AND PRM-PEND-AA = PER-AA
                              AND PRM-PEND-MM = PER-MM
                               PERFORM APLICA-UN-PRESTAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESMST, NOMIWRK, PRESMOV
               MOVE PRE-APL-CNT TO EMS-PRE-CNT
               MOVE PRE-APL-IMP TO EMS-PRE-IMP
               WRITE EMR-REG FROM EMS-PRE-TOT BEFORE 1 LINE
           END-IF.

      *---- ABONO SOLO SI EL EMPLEADO QUEDO POSTEADO EN LA CORRIDA -----
       APLICA-UN-PRESTAMO.
           MOVE PRM-NOMI TO NMW-NOMI.
           READ NOMIWRK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRM-PEND > PRM-SALDO
                       MOVE PRM-SALDO TO PRM-PEND
                   END-IF
                   SUBTRACT PRM-PEND FROM PRM-SALDO
                   MOVE PER-AA TO PRM-ULT-AA
                   MOVE PER-MM TO PRM-ULT-MM
                   IF PRM-SALDO = 0
                       MOVE "L" TO PRM-ESTADO
                   END-IF
                   MOVE PRM-NOMI  TO PMV-NOMI
                   MOVE PRM-NUM   TO PMV-NUM
                   MOVE "A"       TO PMV-TIPO
                   MOVE PER-AA    TO PMV-PER-AA
                   MOVE PER-MM    TO PMV-PER-MM
                   MOVE PRM-PEND  TO PMV-IMP
                   MOVE PRM-SALDO TO PMV-SALDO
                   MOVE FECHA     TO PMV-FECHA
                   WRITE PMV-REG
                   ADD 1 TO PRE-APL-CNT
                   ADD PRM-PEND TO PRE-APL-IMP
                   MOVE 0 TO PRM-PEND
                   REWRITE PRM-REG
           END-READ.

      *------------------- HISTORIAL DE CORRIDAS -------------------
       GRABA-HISTORIA.
           OPEN EXTEND HISTFILE.
                  FUNCTION TRIM(HIST-DEDU-ED)  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-SALA-ED)  DELIMITED BY SIZE
                  HIST-QNA-WK                  DELIMITED BY SPACE
               INTO HIS-LINE.
           WRITE HIS-LINE.
           CLOSE HISTFILE.
           MOVE FECHA  TO POL-H-FECHA.
           MOVE PER-AA TO POL-H-PER-AA.
           MOVE PER-MM TO POL-H-PER-MM.
           MOVE PER-QQ TO POL-H-PER-QQ.
           WRITE POL-REG FROM POL-HDR.
           OPEN INPUT DEDORD.
           MOVE 0 TO POL-DED-EOF.

      *------------------ YTD POSTEO DE LA CORRIDA ------------------
       POSTEA-YTD.
           PERFORM SUMA-ISR-EMPLEADO.
           READ EMSYTD
               INVALID KEY
                   MOVE PER-AA   TO YTD-ANO
                   MOVE EMO-PERC TO YTD-PERC
                   MOVE EMO-DEDU TO YTD-DEDU
                   MOVE EMO-SALA TO YTD-SALA
                   MOVE ISR-EMP-WK TO YTD-ISR
                   PERFORM LIMPIA-YTD-MESES
                   MOVE EMO-PERC TO YTD-M-PERC(PER-MM)
                   MOVE EMO-DEDU TO YTD-M-DEDU(PER-MM)
                   MOVE EMO-SALA TO YTD-M-SALA(PER-MM)
                   MOVE ISR-EMP-WK TO YTD-M-ISR(PER-MM)
                   WRITE YTD-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD EMO-PERC TO YTD-M-PERC(PER-MM)
                   ADD EMO-DEDU TO YTD-M-DEDU(PER-MM)
                   ADD EMO-SALA TO YTD-M-SALA(PER-MM)
                   ADD ISR-EMP-WK TO YTD-ISR
                   ADD ISR-EMP-WK TO YTD-M-ISR(PER-MM)
                   REWRITE YTD-REG
           END-READ.

      *------- ISR RETENIDO AL EMPLEADO SEGUN DETALLE DEDDET -------
       SUMA-ISR-EMPLEADO.
           MOVE 0 TO ISR-EMP-WK.
           IF DED-WRK-OK = 1
               MOVE EMO-NOMI TO DDW-NOMI
               MOVE 0 TO DDW-SEQ
               START DEDWRK KEY NOT < DDW-KEY
                   INVALID KEY
                       MOVE 1 TO DDW-EOF
                   NOT INVALID KEY
                       MOVE 0 TO DDW-EOF
               END-START
               PERFORM UNTIL DDW-EOF = 1
                   READ DEDWRK NEXT RECORD
                       AT END
                           MOVE 1 TO DDW-EOF
                       NOT AT END
                           IF DDW-NOMI NOT = EMO-NOMI
                               MOVE 1 TO DDW-EOF
                           ELSE
                               IF DDW-CONC = "ISR" AND
                                  DDW-DEPT = EMO-DEPT
                                   ADD DDW-IMP TO ISR-EMP-WK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *---- CANCELA ANTES DE POSTEAR SI EMSYTD TRAE OTRO EJERCICIO ----
       VALIDA-EJERCICIO-YTD.
           MOVE LOW-VALUES TO YTD-KEY.
               MOVE 0 TO YTD-M-PERC(MES-SUB)
               MOVE 0 TO YTD-M-DEDU(MES-SUB)
               MOVE 0 TO YTD-M-SALA(MES-SUB)
               MOVE 0 TO YTD-M-ISR(MES-SUB)
           END-PERFORM.

      *------------- VALIDA EMPSAL CONTRA DEPTOS (SORT IN) -------------
                           MOVE PARM-PER-MM TO PER-MM
                           MOVE 1 TO PER-PARM-SW
                       END-IF
                       IF PARM-PER-QQ IS NUMERIC AND PARM-PER-QQ <= 2
                           MOVE PARM-PER-QQ TO PER-QQ
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.
      *------------- DESCRIPCION DE CONCEPTO DE DEDUCCION -------------
       BUSCA-CONCEPTO.
           MOVE "OTRO CONCEPTO       " TO CONC-DESC.
           PERFORM VARYING CONC-SUB FROM 1 BY 1 UNTIL CONC-SUB > 5
               IF CONC-COD(CONC-SUB) = DDO-CONC
                   MOVE CONC-NOMB(CONC-SUB) TO CONC-DESC
                   MOVE 5 TO CONC-SUB
               END-IF
           END-PERFORM.

