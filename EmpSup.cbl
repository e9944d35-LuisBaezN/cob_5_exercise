      *          el mes en EMSYTD para no duplicar pagos, postea los
      *          deltas a EMSYTD y al historial de departamentos y
      *          genera la dispersion incremental SUPDISP.TXT. Los
      *          registros que siguen mal quedan en el suspenso. A los
      *          aplicados les abona en PRESMST la cuota de prestamo
      *          que 5EMPCAL dejo pendiente para el periodo y acumula
      *          en EMSYTD el ISR retenido segun DEDDET.DAT. Tras la
      *          segunda quincena, al empleado quincenal la primera ya
      *          esta en el mes de EMSYTD: solo se rechaza si aparece
      *          en EMPORD de la corrida posteada. Cada empleado
      *          aplicado queda en SUPCFD.DAT con la secuencia de la
      *          corrida para que 5EMPCFD le emita su recibo CFDI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS DHI-STATUS.
           SELECT SUPDISP ASSIGN TO "SUPDISP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPCFD ASSIGN TO "SUPCFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTFILE ASSIGN TO "HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT SUPLOG ASSIGN TO "SUPLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESMST ASSIGN TO "PRESMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PRM-STATUS.
           SELECT PRESMOV ASSIGN TO "PRESMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMV-STATUS.
           SELECT DEDDET ASSIGN TO "DEDDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDT-STATUS.
           SELECT EMPORD ASSIGN TO DISK
               FILE STATUS IS EMO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPEMP.
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
       FD  BANCMST.
       01  BNC-REG.
           02 BNC-NOMI     PIC 9(06).
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
       FD  DEPTHIST.
       01  DHI-REG.
           02 DHI-SEQ   PIC 9(04).
           02 DHI-SALA  PIC S9(09)V99.
       FD  SUPDISP.
       01  SDI-REG PIC X(37).
       FD  SUPCFD.
       01  SCF-REG.
           02 SCF-SEQ      PIC 9(04).
           02 SCF-PER-AA   PIC 99.
           02 SCF-PER-MM   PIC 99.
           02 SCF-PER-QQ   PIC 9.
           02 SCF-NOMI     PIC 9(06).
           02 SCF-NOMB     PIC X(20).
           02 SCF-DEPT     PIC X(03).
           02 SCF-PERC     PIC 9(05)V99.
           02 SCF-DEDU     PIC 9(05).
           02 SCF-SALA     PIC S9(05)V99 SIGN IS LEADING SEPARATE.
       FD  HISTFILE.
       01  HIS-LINE PIC X(100).
       FD  SUPLOG.
       01  LOG-REG PIC X(120).
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
       FD  DEDDET.
       01  DDT-REG.
           02 DDT-NOMI     PIC 9(06).
           02 DDT-CONC     PIC X(03).
           02 DDT-IMPORTE  PIC 9(05).
       FD  EMPORD.
       01  EMO-REG.
           02 EMO-NOMI PIC 9(06).
           02 EMO-NOMB PIC X(20).
           02 EMO-DEPT PIC X(03).
           02 EMO-PERC PIC 9(05)V99.
           02 EMO-DEDU PIC 9(05).
           02 EMO-SALA PIC S9(05)V99.
           02 FILLER       PIC XX.
       WORKING-STORAGE SECTION.

       77  SUS-STATUS      PIC XX.
       77  RUN-STATUS      PIC XX.
       77  DHI-STATUS      PIC XX.
       77  HIST-STATUS     PIC XX.
       77  PRM-STATUS      PIC XX.
       77  PMV-STATUS      PIC XX.
       77  DDT-STATUS      PIC XX.
       77  EMO-STATUS      PIC XX.
       77  ISR-SUP-WK      PIC 9(07).
       77  DDT-SUMA-WK     PIC 9(07).
       77  PRM-EOF-SW      PIC 9.
       77  PRES-MASTER-OK  PIC 9 VALUE 0.
       77  PRE-APL-CNT     PIC 9(06) VALUE 0.
       77  SUO-EOF         PIC 9.
       77  DLO-EOF         PIC 9.
       77  YTD-EOF-SW      PIC 9.
       77  BANC-MASTER-OK  PIC 9 VALUE 0.
       77  RUN-OK-SW       PIC 9 VALUE 0.
       77  RUN-SEQ-ACT     PIC 9(04) VALUE 0.
       77  RUN-QUIN-WK     PIC 9 VALUE 0.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  SUP-ANT-NOMI    PIC 9(06) VALUE 0.
       77  SUP-VALIDA-SW   PIC 9.
           IF BNC-STATUS = "00"
               MOVE 1 TO BANC-MASTER-OK
           END-IF.
           OPEN I-O PRESMST.
           IF PRM-STATUS = "00"
               MOVE 1 TO PRES-MASTER-OK
               OPEN EXTEND PRESMOV
               IF PMV-STATUS = "35"
                   OPEN OUTPUT PRESMOV
                   CLOSE PRESMOV
                   OPEN EXTEND PRESMOV
               END-IF
           END-IF.
           OPEN OUTPUT SUPDISP.
           OPEN OUTPUT SUPCFD.
           MOVE FECHA TO DISP-HDR-FECHA.
           WRITE SDI-REG FROM DISP-HDR.
           OPEN OUTPUT SUSREJ.
           MOVE DISP-CNT TO DISP-TRL-CNT.
           MOVE DISP-TOT TO DISP-TRL-IMP.
           WRITE SDI-REG FROM DISP-TRL.
           CLOSE SUPDISP, SUPCFD, SUSORD, DEPDLT, SUSREJ.
           CLOSE EMSYTD.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           IF BANC-MASTER-OK = 1
               CLOSE BANCMST
           END-IF.
           IF PRES-MASTER-OK = 1
               CLOSE PRESMST, PRESMOV
           END-IF.
           IF SUP-APLICADOS > 0
               PERFORM ACTUALIZA-DEPTHIST
               PERFORM GRABA-HISTORIA-SUP
                           IF RUN-SECUENCIA IS NUMERIC
                               MOVE RUN-SECUENCIA TO RUN-SEQ-ACT
                           END-IF
                           IF RUN-QUIN IS NUMERIC AND RUN-QUIN <= 2
                               MOVE RUN-QUIN TO RUN-QUIN-WK
                           END-IF
                       END-IF
               END-READ
               CLOSE RUNCTL

      *--- RECHAZA SI ALGUN DEPTO DE LA NOMINA YA TIENE EL MES ---
       VALIDA-YA-PAGADO.
           IF RUN-QUIN-WK = 2 AND EMP-MASTER-OK = 1 AND
              EMM-FREC = "Q"
               PERFORM VALIDA-YA-PAGADO-Q2
           ELSE
               PERFORM VALIDA-YA-PAGADO-MES
           END-IF.

      *--- QUINCENAL EN SEGUNDA QUINCENA: SI YA SE POSTEO EN EMPORD ---
       VALIDA-YA-PAGADO-Q2.
           OPEN INPUT EMPORD.
           IF EMO-STATUS NOT = "00"
               MOVE "YP" TO SUP-MOTIVO
               MOVE 0 TO SUP-VALIDA-SW
               MOVE SPACES TO LOG-REG
               STRING "AVISO: NOMINA: " SUO-NOMI
                      " SIN EMPORD DE LA SEGUNDA QUINCENA,"
                      " NO SE PUEDE VERIFICAR EL PAGO"
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           ELSE
               PERFORM UNTIL EMO-STATUS NOT = "00"
                   READ EMPORD
                       AT END
                           MOVE "10" TO EMO-STATUS
                       NOT AT END
                           IF EMO-NOMI = SUO-NOMI
                               MOVE "YP" TO SUP-MOTIVO
                               MOVE 0 TO SUP-VALIDA-SW
                               MOVE "10" TO EMO-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPORD
           END-IF.

      *------- MENSUAL O PRIMERA QUINCENA: CUBETA DEL MES EN YTD -------
       VALIDA-YA-PAGADO-MES.
           MOVE SUO-NOMI TO YTD-NOMI.
           MOVE LOW-VALUES TO YTD-DEPT.
           START EMSYTD KEY NOT < YTD-KEY

      *------ POSTEA EL DELTA A EMSYTD SI EL MES NO ESTA PAGADO ------
       POSTEA-SUPLEMENTO.
           PERFORM BUSCA-ISR-DEDDET.
           MOVE SUO-NOMI TO YTD-NOMI.
           MOVE SUO-DEPT TO YTD-DEPT.
           READ EMSYTD
                   MOVE SUO-PERC TO YTD-PERC
                   MOVE SUO-DEDU TO YTD-DEDU
                   MOVE SUO-SALA TO YTD-SALA
                   MOVE ISR-SUP-WK TO YTD-ISR
                   PERFORM LIMPIA-YTD-MESES
                   MOVE SUO-PERC TO YTD-M-PERC(PER-MM)
                   MOVE SUO-DEDU TO YTD-M-DEDU(PER-MM)
                   MOVE SUO-SALA TO YTD-M-SALA(PER-MM)
                   MOVE ISR-SUP-WK TO YTD-M-ISR(PER-MM)
                   WRITE YTD-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD SUO-PERC TO YTD-M-PERC(PER-MM)
                   ADD SUO-DEDU TO YTD-M-DEDU(PER-MM)
                   ADD SUO-SALA TO YTD-M-SALA(PER-MM)
                   ADD ISR-SUP-WK TO YTD-ISR
                   ADD ISR-SUP-WK TO YTD-M-ISR(PER-MM)
                   REWRITE YTD-REG
           END-READ.

      *------- ISR RETENIDO DEL EMPLEADO SEGUN DETALLE DEDDET -------
       BUSCA-ISR-DEDDET.
           MOVE 0 TO ISR-SUP-WK.
           MOVE 0 TO DDT-SUMA-WK.
           OPEN INPUT DEDDET.
           IF DDT-STATUS = "00"
               PERFORM UNTIL DDT-STATUS NOT = "00"
                   READ DEDDET
                       AT END
                           MOVE "10" TO DDT-STATUS
                       NOT AT END
                           IF DDT-NOMI = SUO-NOMI
                               ADD DDT-IMPORTE TO DDT-SUMA-WK
                               IF DDT-CONC = "ISR"
                                   ADD DDT-IMPORTE TO ISR-SUP-WK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDDET
           END-IF.
           IF DDT-SUMA-WK NOT = SUO-DEDU
               MOVE 0 TO ISR-SUP-WK
               MOVE SPACES TO LOG-REG
               STRING "AVISO: NOMINA: " SUO-NOMI
                      " DEPTO: "        SUO-DEPT
                      " DEDUCCION SIN DETALLE EN DEDDET,"
                      " ISR NO ACUMULADO"
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.

      *-------------- LIMPIA CUBETAS MENSUALES DEL YTD --------------
       LIMPIA-YTD-MESES.
           PERFORM VARYING MES-SUB FROM 1 BY 1 UNTIL MES-SUB > 12
               MOVE 0 TO YTD-M-PERC(MES-SUB)
               MOVE 0 TO YTD-M-DEDU(MES-SUB)
               MOVE 0 TO YTD-M-SALA(MES-SUB)
               MOVE 0 TO YTD-M-ISR(MES-SUB)
           END-PERFORM.

      *------- APLICA EL SUPLEMENTO: DELTA, DISPERSION Y LOG -------
           MOVE SUO-SALA TO DLT-SALA.
           WRITE DLT-REG.
           PERFORM GENERA-DISPERSION.
           MOVE RUN-SEQ-ACT TO SCF-SEQ.
           MOVE PER-AA      TO SCF-PER-AA.
           MOVE PER-MM      TO SCF-PER-MM.
           MOVE RUN-QUIN-WK TO SCF-PER-QQ.
           MOVE SUO-NOMI    TO SCF-NOMI.
           MOVE SUO-NOMB    TO SCF-NOMB.
           MOVE SUO-DEPT    TO SCF-DEPT.
           MOVE SUO-PERC    TO SCF-PERC.
           MOVE SUO-DEDU    TO SCF-DEDU.
           MOVE SUO-SALA    TO SCF-SALA.
           WRITE SCF-REG.
           IF PRES-MASTER-OK = 1
               PERFORM APLICA-PRESTAMOS
           END-IF.
           MOVE SUO-PERC TO SUP-PERC-ED.
           MOVE SUO-DEDU TO SUP-DEDU-ED.
           MOVE SUO-SALA TO SUP-SALA-ED.
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *------ ABONA LAS CUOTAS DE PRESTAMO PENDIENTES DEL PERIODO ------
       APLICA-PRESTAMOS.
           MOVE SUO-NOMI TO PRM-NOMI.
           MOVE 0 TO PRM-NUM.
           START PRESMST KEY NOT < PRM-KEY
               INVALID KEY
                   MOVE 1 TO PRM-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO PRM-EOF-SW
           END-START.
           PERFORM UNTIL PRM-EOF-SW = 1
               READ PRESMST NEXT RECORD
                   AT END
                       MOVE 1 TO PRM-EOF-SW
                   NOT AT END
                       IF PRM-NOMI NOT = SUO-NOMI
                           MOVE 1 TO PRM-EOF-SW
                       ELSE
                           IF PRM-PEND > 0 AND PRM-PEND-AA = PER-AA
                              AND PRM-PEND-MM = PER-MM
                               PERFORM ABONA-PRESTAMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ABONA-PRESTAMO.
           IF PRM-PEND > PRM-SALDO
               MOVE PRM-SALDO TO PRM-PEND
           END-IF.
           SUBTRACT PRM-PEND FROM PRM-SALDO.
           MOVE PER-AA TO PRM-ULT-AA.
           MOVE PER-MM TO PRM-ULT-MM.
           IF PRM-SALDO = 0
               MOVE "L" TO PRM-ESTADO
           END-IF.
           MOVE PRM-NOMI  TO PMV-NOMI.
           MOVE PRM-NUM   TO PMV-NUM.
           MOVE "A"       TO PMV-TIPO.
           MOVE PER-AA    TO PMV-PER-AA.
           MOVE PER-MM    TO PMV-PER-MM.
           MOVE PRM-PEND  TO PMV-IMP.
           MOVE PRM-SALDO TO PMV-SALDO.
           MOVE FECHA     TO PMV-FECHA.
           WRITE PMV-REG.
           ADD 1 TO PRE-APL-CNT.
           MOVE 0 TO PRM-PEND.
           REWRITE PRM-REG.

      *--------------- PAGO BANCARIO DE UN EMPLEADO ---------------
       GENERA-DISPERSION.
           IF SUO-SALA > 0
           STRING "APLICADOS: "   SUP-APLICADOS
                  " RECHAZADOS: " SUP-RECHAZOS
                  " DISPERSADOS: " DISP-CNT
                  " ABONOS A PRESTAMOS: " PRE-APL-CNT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

