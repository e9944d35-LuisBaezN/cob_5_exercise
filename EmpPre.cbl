      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Reportes de prestamos desde PRESMST y PRESMOV.DAT:
      *          PRESEDO.TXT, estado de cuenta por prestamo con el
      *          otorgamiento, cada abono posteado y el saldo; y
      *          PRESSAL.TXT, listado mensual de saldos insolutos de
      *          los prestamos activos o suspendidos con las cuotas
      *          que faltan, para el periodo de PARMCTL (o el mes en
      *          curso si no viene).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPPRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESMST ASSIGN TO "PRESMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PRM-STATUS.
           SELECT PRESMOV ASSIGN TO "PRESMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMV-STATUS.
           SELECT PMVSRT ASSIGN TO DISK.
           SELECT PMVORD ASSIGN TO DISK
               FILE STATUS IS PMO-STATUS.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT PRESEDO ASSIGN TO "PRESEDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESSAL ASSIGN TO "PRESSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       SD  PMVSRT.
       01  PMS-REG.
           02 PMS-KEY.
               03 PMS-NOMI PIC 9(06).
               03 PMS-NUM  PIC 9(04).
           02 PMS-RESTO    PIC X(25).
       FD  PMVORD.
       01  PMO-REG.
           02 PMO-KEY.
               03 PMO-NOMI PIC 9(06).
               03 PMO-NUM  PIC 9(04).
           02 PMO-TIPO     PIC X.
           02 PMO-PER-AA   PIC 99.
           02 PMO-PER-MM   PIC 99.
           02 PMO-IMP      PIC 9(07).
           02 PMO-SALDO    PIC 9(07).
           02 PMO-FECHA    PIC 9(06).
       FD  EMPMST.
       01  EMM-REG.
           02 EMM-NOMI     PIC 9(06).
           02 EMM-NOMB     PIC X(20).
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
       FD  PRESEDO.
       01  EDO-REG PIC X(100).
       FD  PRESSAL.
       01  SAL-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  PRM-STATUS      PIC XX.
       77  PMV-STATUS      PIC XX.
       77  PMO-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  PRM-EOF-SW      PIC 9.
       77  PMO-EOF         PIC 9 VALUE 1.
       77  PMO-ARCH-OK     PIC 9 VALUE 0.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  EDO-PAG         PIC 9(04) VALUE 0.
       77  EDO-MOVS        PIC 9(04).
       77  SAL-CONT        PIC 9(06) VALUE 0.
       77  SAL-TOT-ORIG    PIC 9(11) VALUE 0.
       77  SAL-TOT-SALDO   PIC 9(11) VALUE 0.
       77  SAL-RESTAN      PIC 9(05).
       01  MESES.
           03 FILLER   PIC x(36) VALUE
                       "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
       01  MESES-R REDEFINES MESES.
           02 MESES-ROW OCCURS 12 TIMES.
               03 MES  PIC X(03).
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.
       01  PERIODO.
           02 PER-AA   PIC 99.
           02 PER-MM   PIC 99.
       01  ESTADO-LAYOUT.
           02 EDO-TIT-0.
               03 FILLER       PIC X(22) VALUE ">>--------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(14) VALUE "------------<<".
           02 EDO-TIT-1.
               03 FILLER       PIC X(05) VALUE "PAG: ".
               03 EDO-TI-PAG   PIC ZZZ9.
               03 FILLER       PIC X(20) VALUE SPACES.
               03 EDO-TI-EMPRESA PIC X(21)
                                 VALUE "\\ STEFANINI GROUP //".
               03 FILLER       PIC X(12) VALUE SPACES.
               03 FILLER       PIC X(09) VALUE "PERIODO: ".
               03 EDO-TI-MES   PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 EDO-TI-AA    PIC 99.
           02 EDO-TIT-2.
               03 FILLER       PIC X(25) VALUE SPACES.
               03 FILLER       PIC X(30) VALUE
                                   "ESTADO DE CUENTA DE PRESTAMO".
           02 EDO-EMP-LIN.
               03 FILLER       PIC X(08) VALUE "NOMINA: ".
               03 EDO-EMP-NOMI PIC 9(06).
               03 FILLER       PIC X(09) VALUE " NOMBRE: ".
               03 EDO-EMP-NOMB PIC X(20).
               03 FILLER       PIC X(11) VALUE " PRESTAMO: ".
               03 EDO-EMP-NUM  PIC 9(04).
               03 FILLER       PIC X(09) VALUE " ESTADO: ".
               03 EDO-EMP-EST  PIC X(11).
           02 EDO-PRE-LIN.
               03 FILLER       PIC X(10) VALUE "OTORGADO: ".
               03 EDO-PRE-ORIG PIC $$,$$$,$$9.
               03 FILLER       PIC X(09) VALUE " CUOTA: ".
               03 EDO-PRE-CUO  PIC $$$,$$9.
               03 FILLER       PIC X(10) VALUE " INICIO: ".
               03 EDO-PRE-IMES PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 EDO-PRE-IAA  PIC 99.
           02 EDO-TAB-TIT.
               03 FILLER       PIC X(08) VALUE "PERIODO ".
               03 FILLER       PIC X(02) VALUE SPACES.
               03 FILLER       PIC X(10) VALUE "MOVIMIENTO".
               03 FILLER       PIC X(08) VALUE SPACES.
               03 FILLER       PIC X(07) VALUE "IMPORTE".
               03 FILLER       PIC X(09) VALUE SPACES.
               03 FILLER       PIC X(05) VALUE "SALDO".
               03 FILLER       PIC X(04) VALUE SPACES.
               03 FILLER       PIC X(07) VALUE "APLICO ".
           02 EDO-TAB-SEP.
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
           02 EDO-TAB-INF.
               03 EDO-TAB-MES  PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 EDO-TAB-AA   PIC 99.
               03 FILLER       PIC X(02) VALUE SPACES.
               03 EDO-TAB-MOV  PIC X(10).
               03 FILLER       PIC X(03) VALUE SPACES.
               03 EDO-TAB-IMP  PIC $$,$$$,$$9.
               03 FILLER       PIC X(03) VALUE SPACES.
               03 EDO-TAB-SAL  PIC $$,$$$,$$9.
               03 FILLER       PIC X(03) VALUE SPACES.
               03 EDO-TAB-FEC  PIC 99/99/99.
           02 EDO-SIN-MOV.
               03 FILLER       PIC X(35) VALUE
                                   "SIN MOVIMIENTOS REGISTRADOS".
           02 EDO-TOTAL.
               03 FILLER       PIC X(25) VALUE
                                   "SALDO ACTUAL             ".
               03 EDO-T-SALDO  PIC $$,$$$,$$9.
               03 FILLER       PIC X(19) VALUE
                                   " CUOTA PENDIENTE: ".
               03 EDO-T-PEND   PIC $$$,$$9.
       01  SALDOS-LAYOUT.
           02 SAL-TIT-1.
               03 FILLER       PIC X(29) VALUE SPACES.
               03 SAL-TI-EMPRESA PIC X(21)
                                 VALUE "\\ STEFANINI GROUP //".
               03 FILLER       PIC X(12) VALUE SPACES.
               03 FILLER       PIC X(09) VALUE "PERIODO: ".
               03 SAL-TI-MES   PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 SAL-TI-AA    PIC 99.
           02 SAL-TIT-2.
               03 FILLER       PIC X(22) VALUE SPACES.
               03 FILLER       PIC X(36) VALUE
                                   "SALDOS INSOLUTOS DE PRESTAMOS".
           02 SAL-TAB-TIT.
               03 FILLER       PIC X(07) VALUE "NOMINA ".
               03 FILLER       PIC X(21) VALUE "NOMBRE".
               03 FILLER       PIC X(05) VALUE "NUM  ".
               03 FILLER       PIC X(11) VALUE "   OTORGADO".
               03 FILLER       PIC X(09) VALUE "    CUOTA".
               03 FILLER       PIC X(12) VALUE "       SALDO".
               03 FILLER       PIC X(07) VALUE " CUOTAS".
               03 FILLER       PIC X(04) VALUE " EST".
           02 SAL-TAB-SEP.
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(10) VALUE "==========".
           02 SAL-TAB-INF.
               03 SAL-TAB-NOMI PIC 9(06).
               03 FILLER       PIC X(01) VALUE SPACES.
               03 SAL-TAB-NOMB PIC X(20).
               03 FILLER       PIC X(01) VALUE SPACES.
               03 SAL-TAB-NUM  PIC 9(04).
               03 FILLER       PIC X(01) VALUE SPACES.
               03 SAL-TAB-ORIG PIC $$,$$$,$$9.
               03 FILLER       PIC X(01) VALUE SPACES.
               03 SAL-TAB-CUO  PIC $$$,$$9.
               03 FILLER       PIC X(02) VALUE SPACES.
               03 SAL-TAB-SAL  PIC $$,$$$,$$9.
               03 FILLER       PIC X(02) VALUE SPACES.
               03 SAL-TAB-RES  PIC ZZZZ9.
               03 FILLER       PIC X(03) VALUE SPACES.
               03 SAL-TAB-EST  PIC X.
           02 SAL-TOTAL.
               03 FILLER       PIC X(11) VALUE "PRESTAMOS: ".
               03 SAL-T-CONT   PIC ZZZZZ9.
               03 FILLER       PIC X(12) VALUE " OTORGADO: ".
               03 SAL-T-ORIG   PIC $$$,$$$,$$$,$$9.
               03 FILLER       PIC X(11) VALUE " INSOLUTO: ".
               03 SAL-T-SALDO  PIC $$$,$$$,$$$,$$9.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           PERFORM LEE-PARAMETROS.
           IF PER-PARM-SW = 0
               MOVE FEC-AA TO PER-AA
               MOVE FEC-MM TO PER-MM
           END-IF.
           OPEN INPUT PRESMST.
           IF PRM-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO PRESMST, NADA QUE REPORTAR"
               STOP RUN
           END-IF.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           END-IF.
           SORT PMVSRT ON ASCENDING KEY PMS-KEY
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE LIBERA-PRESMOV
                       GIVING PMVORD.
           OPEN INPUT PMVORD.
           IF PMO-STATUS = "00"
               MOVE 1 TO PMO-ARCH-OK
               MOVE 0 TO PMO-EOF
               PERFORM LEE-PMVORD
           END-IF.
           OPEN OUTPUT PRESEDO, PRESSAL.
           MOVE MES(PER-MM) TO EDO-TI-MES, SAL-TI-MES.
           MOVE PER-AA      TO EDO-TI-AA, SAL-TI-AA.
           WRITE SAL-REG FROM EDO-TIT-0 BEFORE 1 LINE.
           WRITE SAL-REG FROM SAL-TIT-1 BEFORE 1 LINE.
           WRITE SAL-REG FROM SAL-TIT-2 BEFORE 2 LINES.
           WRITE SAL-REG FROM SAL-TAB-TIT BEFORE 1 LINE.
           WRITE SAL-REG FROM SAL-TAB-SEP BEFORE 1 LINE.
           MOVE LOW-VALUES TO PRM-KEY.
           START PRESMST KEY NOT < PRM-KEY
               INVALID KEY
                   MOVE 1 TO PRM-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO PRM-EOF-SW
           END-START.
           IF PRM-EOF-SW = 0
               PERFORM LEE-PRESMST
           END-IF.
           PERFORM GEN-PRESTAMO UNTIL PRM-EOF-SW = 1.
           WRITE SAL-REG FROM SAL-TAB-SEP BEFORE 1 LINE.
           MOVE SAL-CONT      TO SAL-T-CONT.
           MOVE SAL-TOT-ORIG  TO SAL-T-ORIG.
           MOVE SAL-TOT-SALDO TO SAL-T-SALDO.
           WRITE SAL-REG FROM SAL-TOTAL BEFORE 1 LINE.
           CLOSE PRESMST, PRESEDO, PRESSAL.
           IF PMO-ARCH-OK = 1
               CLOSE PMVORD
           END-IF.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           DISPLAY "ESTADOS DE CUENTA: " EDO-PAG
                   " PRESTAMOS CON SALDO: " SAL-CONT.
           STOP RUN.

      *---------- LIBERA LOS MOVIMIENTOS AL SORT (SORT IN) ----------
       LIBERA-PRESMOV.
           OPEN INPUT PRESMOV.
           IF PMV-STATUS = "00"
               PERFORM UNTIL PMV-STATUS NOT = "00"
                   READ PRESMOV
                       AT END
                           MOVE "10" TO PMV-STATUS
                       NOT AT END
                           RELEASE PMS-REG FROM PMV-REG
                   END-READ
               END-PERFORM
               CLOSE PRESMOV
           END-IF.

      *------------------- LEE SIGUIENTE PRESTAMO -------------------
       LEE-PRESMST.
           READ PRESMST NEXT RECORD
               AT END
                   MOVE 1 TO PRM-EOF-SW
           END-READ.

      *------------------ LEE SIGUIENTE MOVIMIENTO ------------------
       LEE-PMVORD.
           READ PMVORD
               AT END
                   MOVE 1 TO PMO-EOF
                   MOVE HIGH-VALUES TO PMO-KEY
           END-READ.

      *------------ ESTADO DE CUENTA Y SALDO DE UN PRESTAMO ------------
       GEN-PRESTAMO.
           PERFORM BUSCA-NOMBRE.
           PERFORM GEN-ESTADO-CUENTA.
           IF (PRM-ESTADO = "A" OR PRM-ESTADO = "S") AND PRM-SALDO > 0
               PERFORM GEN-LINEA-SALDO
           END-IF.
           PERFORM LEE-PRESMST.

      *-------------- ESTADO DE CUENTA DE UN PRESTAMO --------------
       GEN-ESTADO-CUENTA.
           ADD 1 TO EDO-PAG.
           MOVE EDO-PAG TO EDO-TI-PAG.
           WRITE EDO-REG FROM EDO-TIT-0 BEFORE PAGE.
           WRITE EDO-REG FROM EDO-TIT-1 BEFORE 1 LINE.
           WRITE EDO-REG FROM EDO-TIT-2 BEFORE 2 LINES.
           MOVE PRM-NOMI TO EDO-EMP-NOMI.
           MOVE PRM-NUM  TO EDO-EMP-NUM.
           EVALUATE PRM-ESTADO
               WHEN "A" MOVE "ACTIVO"      TO EDO-EMP-EST
               WHEN "S" MOVE "SUSPENDIDO"  TO EDO-EMP-EST
               WHEN "L" MOVE "LIQUIDADO"   TO EDO-EMP-EST
               WHEN "C" MOVE "CANCELADO"   TO EDO-EMP-EST
               WHEN OTHER MOVE PRM-ESTADO  TO EDO-EMP-EST
           END-EVALUATE.
           WRITE EDO-REG FROM EDO-EMP-LIN BEFORE 1 LINE.
           MOVE PRM-ORIGINAL TO EDO-PRE-ORIG.
           MOVE PRM-CUOTA    TO EDO-PRE-CUO.
           MOVE SPACES       TO EDO-PRE-IMES.
           IF PRM-INI-MM >= 1 AND PRM-INI-MM <= 12
               MOVE MES(PRM-INI-MM) TO EDO-PRE-IMES
           END-IF.
           MOVE PRM-INI-AA   TO EDO-PRE-IAA.
           WRITE EDO-REG FROM EDO-PRE-LIN BEFORE 2 LINES.
           WRITE EDO-REG FROM EDO-TAB-TIT BEFORE 1 LINE.
           WRITE EDO-REG FROM EDO-TAB-SEP BEFORE 1 LINE.
           MOVE 0 TO EDO-MOVS.
           PERFORM UNTIL PMO-EOF = 1 OR PMO-KEY NOT < PRM-KEY
               PERFORM LEE-PMVORD
           END-PERFORM.
           PERFORM UNTIL PMO-EOF = 1 OR PMO-KEY NOT = PRM-KEY
               PERFORM GEN-LINEA-MOVIMIENTO
               PERFORM LEE-PMVORD
           END-PERFORM.
           IF EDO-MOVS = 0
               WRITE EDO-REG FROM EDO-SIN-MOV BEFORE 1 LINE
           END-IF.
           WRITE EDO-REG FROM EDO-TAB-SEP BEFORE 1 LINE.
           MOVE PRM-SALDO TO EDO-T-SALDO.
           MOVE PRM-PEND  TO EDO-T-PEND.
           WRITE EDO-REG FROM EDO-TOTAL BEFORE 1 LINE.

      *------------------ RENGLON DE MOVIMIENTO ------------------
       GEN-LINEA-MOVIMIENTO.
           ADD 1 TO EDO-MOVS.
           MOVE SPACES TO EDO-TAB-MES.
           IF PMO-PER-MM >= 1 AND PMO-PER-MM <= 12
               MOVE MES(PMO-PER-MM) TO EDO-TAB-MES
           END-IF.
           MOVE PMO-PER-AA TO EDO-TAB-AA.
           EVALUATE PMO-TIPO
               WHEN "O" MOVE "OTORGADO"   TO EDO-TAB-MOV
               WHEN "A" MOVE "ABONO"      TO EDO-TAB-MOV
               WHEN "C" MOVE "CANCELADO"  TO EDO-TAB-MOV
               WHEN OTHER MOVE PMO-TIPO   TO EDO-TAB-MOV
           END-EVALUATE.
           MOVE PMO-IMP   TO EDO-TAB-IMP.
           MOVE PMO-SALDO TO EDO-TAB-SAL.
           MOVE PMO-FECHA TO EDO-TAB-FEC.
           WRITE EDO-REG FROM EDO-TAB-INF BEFORE 1 LINE.

      *------------ RENGLON DEL LISTADO DE SALDOS INSOLUTOS ------------
       GEN-LINEA-SALDO.
           ADD 1 TO SAL-CONT.
           ADD PRM-ORIGINAL TO SAL-TOT-ORIG.
           ADD PRM-SALDO    TO SAL-TOT-SALDO.
           IF PRM-CUOTA > 0
               COMPUTE SAL-RESTAN =
                       (PRM-SALDO + PRM-CUOTA - 1) / PRM-CUOTA
           ELSE
               MOVE 0 TO SAL-RESTAN
           END-IF.
           MOVE PRM-NOMI     TO SAL-TAB-NOMI.
           MOVE EDO-EMP-NOMB TO SAL-TAB-NOMB.
           MOVE PRM-NUM      TO SAL-TAB-NUM.
           MOVE PRM-ORIGINAL TO SAL-TAB-ORIG.
           MOVE PRM-CUOTA    TO SAL-TAB-CUO.
           MOVE PRM-SALDO    TO SAL-TAB-SAL.
           MOVE SAL-RESTAN   TO SAL-TAB-RES.
           MOVE PRM-ESTADO   TO SAL-TAB-EST.
           WRITE SAL-REG FROM SAL-TAB-INF BEFORE 1 LINE.

      *------------- NOMBRE DEL EMPLEADO DESDE EMPMST -------------
       BUSCA-NOMBRE.
           MOVE "(NO REGISTRADO)     " TO EDO-EMP-NOMB.
           IF EMP-MASTER-OK = 1
               MOVE PRM-NOMI TO EMM-NOMI
               READ EMPMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMM-NOMB TO EDO-EMP-NOMB
               END-READ
           END-IF.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-EMPRESA NOT = SPACES
                           MOVE PARM-EMPRESA TO EDO-TI-EMPRESA
                           MOVE PARM-EMPRESA TO SAL-TI-EMPRESA
                       END-IF
                       IF PARM-PER-AA IS NUMERIC AND
                          PARM-PER-MM IS NUMERIC AND
                          PARM-PER-MM >= 1 AND PARM-PER-MM <= 12
                           MOVE PARM-PER-AA TO PER-AA
                           MOVE PARM-PER-MM TO PER-MM
                           MOVE 1 TO PER-PARM-SW
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPPRE.
