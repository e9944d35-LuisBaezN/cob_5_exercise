      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Corrida de aprobacion de la cola PENDMST (doble
      *          control). Los cambios de CLABE de 5EMPBMN y las altas
      *          y reactivaciones de 5EMPMNT esperan en PENDMST hasta
      *          que un usuario distinto al solicitante los aprueba o
      *          rechaza con APRTRX.DAT; los aprobados se aplican en la
      *          siguiente corrida de 5EMPBMN o 5EMPMNT. Los pendientes
      *          con mas de PARM-APR-DIAS dias expiran. Rechazos,
      *          expirados y decisiones no validas van a APRLOG.TXT y
      *          APRREP.TXT lista para auditoria los pendientes y los
      *          resueltos en los ultimos PARM-AUD-DIAS dias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRTRX ASSIGN TO "APRTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRX-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-FOLIO
               FILE STATUS IS PND-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT APRLOG ASSIGN TO "APRLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APRREP ASSIGN TO "APRREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  APRTRX.
       01  APR-REG.
           02 APR-FOLIO    PIC 9(08).
           02 APR-DECISION PIC X.
           02 APR-USUARIO  PIC X(08).
           02 APR-MOTIVO   PIC X(40).
       FD  PENDMST.
       01  PND-REG.
           02 PND-FOLIO    PIC 9(08).
           02 PND-ORIGEN   PIC X(03).
           02 PND-ACCION   PIC X.
           02 PND-NOMI     PIC 9(06).
           02 PND-ESTADO   PIC X.
           02 PND-USU-SOL  PIC X(08).
           02 PND-FEC-SOL  PIC 9(08).
           02 PND-HOR-SOL  PIC 9(06).
           02 PND-USU-APR  PIC X(08).
           02 PND-FEC-APR  PIC 9(08).
           02 PND-HOR-APR  PIC 9(06).
           02 PND-FEC-APL  PIC 9(08).
           02 PND-ANTERIOR PIC X(20).
           02 PND-MOTIVO   PIC X(40).
           02 PND-TRX      PIC X(120).
       FD  PARMCTL.
       01  PARM-REG.
           02 PARM-MAXLIN    PIC 99.
           02 PARM-EMPRESA   PIC X(21).
           02 PARM-DEPT-INI  PIC X(03).
           02 PARM-DEPT-FIN  PIC X(03).
           02 PARM-MODO      PIC X.
           02 PARM-UMBRAL    PIC 9(03).
           02 PARM-GENS      PIC 9(02).
           02 PARM-PER-AA    PIC 99.
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
       FD  APRLOG.
       01  LOG-REG PIC X(100).
       FD  APRREP.
       01  REP-REG PIC X(132).
       WORKING-STORAGE SECTION.

       77  TRX-STATUS      PIC XX.
       77  PND-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  TRX-EOF-SW      PIC 9.
       77  PND-EOF-SW      PIC 9.
       77  PND-FND         PIC 9.
       77  APR-DIAS        PIC 9(03) VALUE 5.
       77  AUD-DIAS        PIC 9(03) VALUE 30.
       77  HOY-N           PIC 9(08).
       77  HOY-DIA         PIC 9(07).
       77  PND-EDAD        PIC S9(07).
       77  DEC-CONT        PIC 9(06) VALUE 0.
       77  APROB-CONT      PIC 9(06) VALUE 0.
       77  RECH-CONT       PIC 9(06) VALUE 0.
       77  EXPIR-CONT      PIC 9(06) VALUE 0.
       77  ERR-CONT        PIC 9(06) VALUE 0.
       77  PEND-CONT       PIC 9(06) VALUE 0.
       77  RESUEL-CONT     PIC 9(06) VALUE 0.
       77  APR-ERROR       PIC X(40).
       77  ESTADO-SUB      PIC 9.
       77  REP-EMPRESA     PIC X(21) VALUE "\\ STEFANINI GROUP //".
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.
       01  HORA.
           02 HOR-HHMMSS   PIC 9(06).
           02 HOR-CC       PIC 99.
       01  HORA-WK.
           02 HWK-HH       PIC 99.
           02 HWK-MI       PIC 99.
           02 HWK-SS       PIC 99.
       01  HORA-WK-N REDEFINES HORA-WK PIC 9(06).
       01  TRX-IMAGEN      PIC X(120).
       01  TRX-BMN REDEFINES TRX-IMAGEN.
           02 TRB-ACCION   PIC X.
           02 TRB-NOMI     PIC 9(06).
           02 TRB-BANCO    PIC X(03).
           02 TRB-CLABE    PIC X(18).
           02 FILLER       PIC X(92).
       01  TRX-MNT REDEFINES TRX-IMAGEN.
           02 TRM-ACCION   PIC X.
           02 TRM-NOMI     PIC 9(06).
           02 TRM-NOMB     PIC X(20).
           02 FILLER       PIC X(93).
       01  ESTADOS.
           03 FILLER   PIC X(14) VALUE "PPENDIENTE    ".
           03 FILLER   PIC X(14) VALUE "AAPROB/APLICAR".
           03 FILLER   PIC X(14) VALUE "EAPLICADO     ".
           03 FILLER   PIC X(14) VALUE "FFALLO APLICAR".
           03 FILLER   PIC X(14) VALUE "RRECHAZADO    ".
           03 FILLER   PIC X(14) VALUE "XEXPIRADO     ".
           03 FILLER   PIC X(14) VALUE " DESCONOCIDO  ".
       01  ESTADOS-R REDEFINES ESTADOS.
           02 ESTADOS-ROW OCCURS 7 TIMES.
               03 EST-COD   PIC X.
               03 EST-DESC  PIC X(13).
       01  APR-LAYOUT.
           02 APR-TIT-1.
               03 REP-T1-EMPRESA PIC X(21).
               03 FILLER       PIC X(10) VALUE SPACES.
               03 FILLER       PIC X(40) VALUE
                       "AUDITORIA DE CAMBIOS CON DOBLE CONTROL".
               03 FILLER       PIC X(10) VALUE SPACES.
               03 REP-T1-DD    PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 REP-T1-MM    PIC 99.
               03 FILLER       PIC X(03) VALUE "/20".
               03 REP-T1-AA    PIC 99.
           02 APR-TIT-SEC.
               03 REP-TS-TXT   PIC X(60).
           02 APR-TIT-COL.
               03 FILLER       PIC X(45) VALUE
                   "   FOLIO ORI A NOMINA ESTADO        SOLICITO ".
               03 FILLER       PIC X(40) VALUE
                   "FECHA      HORA     APROBO   FECHA      ".
               03 FILLER       PIC X(26) VALUE
                   "NUEVO                ANTES".
           02 APR-DET.
               03 REP-FOLIO    PIC 9(08).
               03 FILLER       PIC X VALUE SPACE.
               03 REP-ORIGEN   PIC X(03).
               03 FILLER       PIC X VALUE SPACE.
               03 REP-ACCION   PIC X.
               03 FILLER       PIC X VALUE SPACE.
               03 REP-NOMI     PIC 9(06).
               03 FILLER       PIC X VALUE SPACE.
               03 REP-ESTADO   PIC X(13).
               03 FILLER       PIC X VALUE SPACE.
               03 REP-USU-SOL  PIC X(08).
               03 FILLER       PIC X VALUE SPACE.
               03 REP-FEC-SOL  PIC 9999/99/99 BLANK WHEN ZERO.
               03 FILLER       PIC X VALUE SPACE.
               03 REP-HH       PIC 99.
               03 FILLER       PIC X VALUE ":".
               03 REP-MI       PIC 99.
               03 FILLER       PIC X VALUE ":".
               03 REP-SS       PIC 99.
               03 FILLER       PIC X VALUE SPACE.
               03 REP-USU-APR  PIC X(08).
               03 FILLER       PIC X VALUE SPACE.
               03 REP-FEC-APR  PIC 9999/99/99 BLANK WHEN ZERO.
               03 FILLER       PIC X VALUE SPACE.
               03 REP-NUEVO    PIC X(20).
               03 FILLER       PIC X VALUE SPACE.
               03 REP-ANTES    PIC X(20).
           02 APR-MOT.
               03 FILLER       PIC X(20) VALUE SPACES.
               03 FILLER       PIC X(08) VALUE "MOTIVO: ".
               03 REP-MOTIVO   PIC X(40).
           02 APR-TOT.
               03 REP-TOT-TXT  PIC X(40).
               03 REP-TOT-CONT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           ACCEPT HORA FROM TIME.
           COMPUTE HOY-N = 20000000 + FEC-AA * 10000 + FEC-MM * 100
                         + FEC-DD.
           COMPUTE HOY-DIA = FUNCTION INTEGER-OF-DATE(HOY-N).
           PERFORM LEE-PARAMETROS.
           OPEN I-O PENDMST.
           IF PND-STATUS = "35"
               DISPLAY "SIN COLA DE APROBACION PENDMST,"
                       " NADA QUE APROBAR"
               STOP RUN
           END-IF.
           IF PND-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PENDMST, STATUS: " PND-STATUS
               DISPLAY "APROBACION CANCELADA"
               STOP RUN
           END-IF.
           OPEN OUTPUT APRLOG, APRREP.
           MOVE SPACES TO LOG-REG.
           STRING "APROBACION DEL " FEC-DD "/" FEC-MM "/20" FEC-AA
                  " EXPIRAN PENDIENTES CON MAS DE " APR-DIAS " DIAS"
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           PERFORM EXPIRA-PENDIENTES.
           OPEN INPUT APRTRX.
           IF TRX-STATUS NOT = "00"
               MOVE "SIN ARCHIVO DE DECISIONES APRTRX" TO LOG-REG
               WRITE LOG-REG
           ELSE
               MOVE 0 TO TRX-EOF-SW
               PERFORM UNTIL TRX-EOF-SW = 1
                   READ APRTRX
                       AT END
                           MOVE 1 TO TRX-EOF-SW
                       NOT AT END
                           PERFORM PROCESA-DECISION
                   END-READ
               END-PERFORM
               CLOSE APRTRX
           END-IF.
           PERFORM GRABA-RESUMEN.
           PERFORM GEN-REPORTE.
           CLOSE PENDMST, APRLOG, APRREP.
           DISPLAY "DECISIONES: " DEC-CONT " APROBADAS: " APROB-CONT
                   " RECHAZADAS: " RECH-CONT " NO VALIDAS: " ERR-CONT
                   " EXPIRADAS: " EXPIR-CONT.
           DISPLAY "PENDIENTES EN COLA: " PEND-CONT
                   " RESUELTOS EN " AUD-DIAS " DIAS: " RESUEL-CONT.
           STOP RUN.

      *---------- PENDIENTES VENCIDOS SIN APROBACION ----------
       EXPIRA-PENDIENTES.
           MOVE 0 TO PND-FOLIO.
           START PENDMST KEY NOT < PND-FOLIO
               INVALID KEY
                   MOVE 1 TO PND-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO PND-EOF-SW
           END-START.
           PERFORM UNTIL PND-EOF-SW = 1
               READ PENDMST NEXT RECORD
                   AT END
                       MOVE 1 TO PND-EOF-SW
                   NOT AT END
                       IF PND-ESTADO = "P"
                           PERFORM CALCULA-EDAD
                           IF PND-EDAD > APR-DIAS
                               PERFORM EXPIRA-FOLIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULA-EDAD.
           MOVE 0 TO PND-EDAD.
           IF PND-FEC-SOL > 16010101
               COMPUTE PND-EDAD = HOY-DIA -
                       FUNCTION INTEGER-OF-DATE(PND-FEC-SOL)
           END-IF.

       EXPIRA-FOLIO.
           MOVE "X"        TO PND-ESTADO.
           MOVE HOY-N      TO PND-FEC-APR.
           MOVE HOR-HHMMSS TO PND-HOR-APR.
           MOVE SPACES     TO PND-USU-APR, PND-MOTIVO.
           STRING "EXPIRADO SIN APROBACION EN " APR-DIAS " DIAS"
                  DELIMITED BY SIZE INTO PND-MOTIVO.
           REWRITE PND-REG.
           ADD 1 TO EXPIR-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "EXPIRADO FOLIO: " PND-FOLIO
                  " " PND-ORIGEN " ACCION: " PND-ACCION
                  " NOMINA: " PND-NOMI
                  " SOLICITO: " PND-USU-SOL " EL " PND-FEC-SOL
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *---------- UNA DECISION DE APROBACION O RECHAZO ----------
       PROCESA-DECISION.
           ADD 1 TO DEC-CONT.
           MOVE SPACES TO APR-ERROR.
           MOVE 0 TO PND-FND.
           IF APR-FOLIO IS NUMERIC
               MOVE APR-FOLIO TO PND-FOLIO
               READ PENDMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO PND-FND
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN APR-FOLIO IS NOT NUMERIC
                   MOVE "FOLIO INVALIDO" TO APR-ERROR
               WHEN PND-FND = 0
                   MOVE "FOLIO NO EXISTE EN PENDMST" TO APR-ERROR
               WHEN PND-ESTADO NOT = "P"
                   PERFORM BUSCA-ESTADO
                   STRING "FOLIO NO PENDIENTE: " EST-DESC(ESTADO-SUB)
                          DELIMITED BY SIZE INTO APR-ERROR
               WHEN APR-USUARIO = SPACES
                   MOVE "SIN USUARIO QUE DECIDE" TO APR-ERROR
               WHEN APR-DECISION = "A" AND APR-USUARIO = PND-USU-SOL
                   MOVE "EL SOLICITANTE NO PUEDE APROBAR" TO APR-ERROR
               WHEN APR-DECISION = "A"
                   PERFORM APRUEBA-FOLIO
               WHEN APR-DECISION = "R"
                   PERFORM RECHAZA-FOLIO
               WHEN OTHER
                   MOVE "DECISION INVALIDA, USE A O R" TO APR-ERROR
           END-EVALUATE.
           IF APR-ERROR NOT = SPACES
               ADD 1 TO ERR-CONT
               MOVE SPACES TO LOG-REG
               STRING "NO PROCESADA FOLIO: " APR-FOLIO
                      " DECISION: " APR-DECISION
                      " USUARIO: " APR-USUARIO " "
                      APR-ERROR
                      DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.

       APRUEBA-FOLIO.
           MOVE "A"         TO PND-ESTADO.
           MOVE APR-USUARIO TO PND-USU-APR.
           MOVE HOY-N       TO PND-FEC-APR.
           MOVE HOR-HHMMSS  TO PND-HOR-APR.
           MOVE APR-MOTIVO  TO PND-MOTIVO.
           REWRITE PND-REG.
           ADD 1 TO APROB-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "APROBADO FOLIO: " PND-FOLIO
                  " " PND-ORIGEN " ACCION: " PND-ACCION
                  " NOMINA: " PND-NOMI
                  " SOLICITO: " PND-USU-SOL
                  " APROBO: " APR-USUARIO
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       RECHAZA-FOLIO.
           MOVE "R"         TO PND-ESTADO.
           MOVE APR-USUARIO TO PND-USU-APR.
           MOVE HOY-N       TO PND-FEC-APR.
           MOVE HOR-HHMMSS  TO PND-HOR-APR.
           MOVE APR-MOTIVO  TO PND-MOTIVO.
           REWRITE PND-REG.
           ADD 1 TO RECH-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "RECHAZADO FOLIO: " PND-FOLIO
                  " " PND-ORIGEN " ACCION: " PND-ACCION
                  " NOMINA: " PND-NOMI
                  " POR: " APR-USUARIO " "
                  APR-MOTIVO
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *------------- DESCRIPCION DEL ESTADO DEL FOLIO -------------
       BUSCA-ESTADO.
           PERFORM VARYING ESTADO-SUB FROM 1 BY 1
                   UNTIL ESTADO-SUB = 7
                      OR EST-COD(ESTADO-SUB) = PND-ESTADO
               CONTINUE
           END-PERFORM.

      *------------------- RESUMEN DE LA BITACORA -------------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
           STRING "DECISIONES: " DEC-CONT " APROBADAS: " APROB-CONT
                  " RECHAZADAS: " RECH-CONT " NO VALIDAS: " ERR-CONT
                  " EXPIRADAS: " EXPIR-CONT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *---------------- REPORTE DE AUDITORIA APRREP ----------------
       GEN-REPORTE.
           MOVE REP-EMPRESA TO REP-T1-EMPRESA.
           MOVE FEC-DD TO REP-T1-DD.
           MOVE FEC-MM TO REP-T1-MM.
           MOVE FEC-AA TO REP-T1-AA.
           WRITE REP-REG FROM APR-TIT-1.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE "PENDIENTES DE APROBACION Y APROBADOS POR APLICAR"
             TO REP-TS-TXT.
           WRITE REP-REG FROM APR-TIT-SEC.
           WRITE REP-REG FROM APR-TIT-COL.
           PERFORM LISTA-PENDIENTES.
           MOVE "TOTAL EN COLA" TO REP-TOT-TXT.
           MOVE PEND-CONT TO REP-TOT-CONT.
           WRITE REP-REG FROM APR-TOT.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           MOVE SPACES TO REP-TS-TXT.
           STRING "RESUELTOS EN LOS ULTIMOS " AUD-DIAS " DIAS"
                  DELIMITED BY SIZE INTO REP-TS-TXT.
           WRITE REP-REG FROM APR-TIT-SEC.
           WRITE REP-REG FROM APR-TIT-COL.
           PERFORM LISTA-RESUELTOS.
           MOVE "TOTAL RESUELTOS" TO REP-TOT-TXT.
           MOVE RESUEL-CONT TO REP-TOT-CONT.
           WRITE REP-REG FROM APR-TOT.

       LISTA-PENDIENTES.
           MOVE 0 TO PND-FOLIO.
           START PENDMST KEY NOT < PND-FOLIO
               INVALID KEY
                   MOVE 1 TO PND-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO PND-EOF-SW
           END-START.
           PERFORM UNTIL PND-EOF-SW = 1
               READ PENDMST NEXT RECORD
                   AT END
                       MOVE 1 TO PND-EOF-SW
                   NOT AT END
                       IF PND-ESTADO = "P" OR PND-ESTADO = "A"
                           ADD 1 TO PEND-CONT
                           PERFORM GRABA-DETALLE
                       END-IF
               END-READ
           END-PERFORM.

       LISTA-RESUELTOS.
           MOVE 0 TO PND-FOLIO.
           START PENDMST KEY NOT < PND-FOLIO
               INVALID KEY
                   MOVE 1 TO PND-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO PND-EOF-SW
           END-START.
           PERFORM UNTIL PND-EOF-SW = 1
               READ PENDMST NEXT RECORD
                   AT END
                       MOVE 1 TO PND-EOF-SW
                   NOT AT END
                       IF PND-ESTADO NOT = "P" AND PND-ESTADO NOT = "A"
                          AND PND-FEC-APR > 16010101
                           COMPUTE PND-EDAD = HOY-DIA -
                               FUNCTION INTEGER-OF-DATE(PND-FEC-APR)
                           IF PND-EDAD <= AUD-DIAS
                               ADD 1 TO RESUEL-CONT
                               PERFORM GRABA-DETALLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *------------- LINEA DE DETALLE DE UN FOLIO -------------
       GRABA-DETALLE.
           MOVE PND-FOLIO   TO REP-FOLIO.
           MOVE PND-ORIGEN  TO REP-ORIGEN.
           MOVE PND-ACCION  TO REP-ACCION.
           MOVE PND-NOMI    TO REP-NOMI.
           PERFORM BUSCA-ESTADO.
           MOVE EST-DESC(ESTADO-SUB) TO REP-ESTADO.
           MOVE PND-USU-SOL TO REP-USU-SOL.
           MOVE PND-FEC-SOL TO REP-FEC-SOL.
           MOVE PND-HOR-SOL TO HORA-WK-N.
           MOVE HWK-HH      TO REP-HH.
           MOVE HWK-MI      TO REP-MI.
           MOVE HWK-SS      TO REP-SS.
           MOVE PND-USU-APR TO REP-USU-APR.
           MOVE PND-FEC-APR TO REP-FEC-APR.
           MOVE PND-TRX     TO TRX-IMAGEN.
           IF PND-ORIGEN = "BMN"
               MOVE TRB-CLABE TO REP-NUEVO
           ELSE
               MOVE TRM-NOMB  TO REP-NUEVO
           END-IF.
           MOVE PND-ANTERIOR TO REP-ANTES.
           WRITE REP-REG FROM APR-DET.
           IF PND-MOTIVO NOT = SPACES
               MOVE PND-MOTIVO TO REP-MOTIVO
               WRITE REP-REG FROM APR-MOT
           END-IF.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-EMPRESA NOT = SPACES
                           MOVE PARM-EMPRESA TO REP-EMPRESA
                       END-IF
                       IF PARM-APR-DIAS IS NUMERIC AND
                          PARM-APR-DIAS > 0
                           MOVE PARM-APR-DIAS TO APR-DIAS
                       END-IF
                       IF PARM-AUD-DIAS IS NUMERIC AND
                          PARM-AUD-DIAS > 0
                           MOVE PARM-AUD-DIAS TO AUD-DIAS
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPAPR.
