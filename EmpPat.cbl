      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Costo patronal de la nomina del mes posteado. Toma
      *          de EMSYTD la cubeta mensual de percepciones de cada
      *          empleado y calcula las cuotas patronales IMSS por
      *          ramo con la tabla IMSPAT.DAT (sobre el salario topado
      *          a 25 UMA, sobre el excedente de 3 UMA o sobre la UMA
      *          por trabajador), INFONAVIT sobre el salario topado e
      *          ISN estatal sobre la percepcion, con los porcentajes
      *          de PARMCTL. Reporte de costo por empleado, depto y
      *          centro de costo DMS-CECO en PATREP.TXT y archivos por
      *          pagar por autoridad PATIMS.DAT, PATINF.DAT y
      *          PATISN.DAT. La percepcion calculada debe cuadrar con
      *          la del periodo en HISTORIA.DAT (corrida, suplementos,
      *          finiquitos y ajustes); si no cuadra no se generan los
      *          archivos por pagar. La devolucion ISF del ajuste
      *          anual pagada en el periodo (AJUANUaa.DAT del ejercicio
      *          anterior) no es salario: se resta de la base del costo
      *          y se muestra aparte en el cuadre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPPAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMSYTD ASSIGN TO "EMSYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS YTD-STATUS.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT DEPTMST ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMS-COD
               FILE STATUS IS DMS-STATUS.
           SELECT IMSPAT ASSIGN TO "IMSPAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTB-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS.
           SELECT HISTFILE ASSIGN TO "HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT AJUANT ASSIGN TO DYNAMIC ANT-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANT-STATUS.
           SELECT PATSRT ASSIGN TO DISK.
           SELECT PATORD ASSIGN TO DISK
               FILE STATUS IS PTO-STATUS.
           SELECT PATREP ASSIGN TO "PATREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATIMS ASSIGN TO "PATIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATINF ASSIGN TO "PATINF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATISN ASSIGN TO "PATISN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMSYTD.
       01  YTD-REG.
           02 YTD-KEY.
               03 YTD-NOMI PIC 9(06).
               03 YTD-DEPT PIC X(03).
           02 YTD-ANO      PIC 99.
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
       FD  DEPTMST.
       01  DMS-REG.
           02 DMS-COD      PIC X(03).
           02 DMS-DESC     PIC X(20).
           02 DMS-CECO     PIC X(06).
           02 DMS-ESTADO   PIC X.
       FD  IMSPAT.
       01  PTB-REG.
           02 PTB-RAMO     PIC X(03).
           02 PTB-DESC     PIC X(20).
           02 PTB-BASE     PIC X.
           02 PTB-PCT      PIC 9(02)V9(05).
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
       FD  RUNCTL.
       01  RUN-REG.
           02 RUN-PERIODO.
               03 RUN-ANO      PIC 99.
               03 RUN-MES      PIC 99.
           02 RUN-ESTADO       PIC X.
           02 RUN-SECUENCIA    PIC 9(04).
           02 RUN-QUIN         PIC 9.
           02 RUN-POSTEOS.
               03 RUN-POST-M   PIC X.
               03 RUN-POST-Q1  PIC X.
               03 RUN-POST-Q2  PIC X.
       FD  HISTFILE.
       01  HIS-LINE PIC X(100).
       FD  AJUANT.
       01  ANT-REG.
           02 ANT-NOMI     PIC 9(06).
           02 ANT-TIPO     PIC X.
           02 ANT-IMP      PIC 9(07).
           02 ANT-EJER     PIC 99.
           02 ANT-PER-AA   PIC 99.
           02 ANT-PER-MM   PIC 99.
       SD  PATSRT.
       01  PSR-REG.
           02 PSR-CECO     PIC X(06).
           02 PSR-DEPT     PIC X(03).
           02 PSR-NOMI     PIC 9(06).
           02 PSR-NOMB     PIC X(20).
           02 PSR-PERC     PIC 9(07)V99.
           02 PSR-SBC      PIC 9(07)V99.
           02 PSR-IMSS     PIC 9(07)V99.
           02 PSR-INF      PIC 9(07)V99.
           02 PSR-ISN      PIC 9(07)V99.
           02 PSR-RAMO-IMP PIC 9(07)V99 OCCURS 15 TIMES.
       FD  PATORD.
       01  PTO-REG.
           02 PTO-CECO     PIC X(06).
           02 PTO-DEPT     PIC X(03).
           02 PTO-NOMI     PIC 9(06).
           02 PTO-NOMB     PIC X(20).
           02 PTO-PERC     PIC 9(07)V99.
           02 PTO-SBC      PIC 9(07)V99.
           02 PTO-IMSS     PIC 9(07)V99.
           02 PTO-INF      PIC 9(07)V99.
           02 PTO-ISN      PIC 9(07)V99.
           02 PTO-RAMO-IMP PIC 9(07)V99 OCCURS 15 TIMES.
       FD  PATREP.
       01  REP-REG PIC X(100).
       FD  PATIMS.
       01  PIM-REG PIC X(40).
       FD  PATINF.
       01  PIN-REG PIC X(40).
       FD  PATISN.
       01  PIS-REG PIC X(40).
       WORKING-STORAGE SECTION.

       77  YTD-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  DMS-STATUS      PIC XX.
       77  PTB-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  RUN-STATUS      PIC XX.
       77  HIST-STATUS     PIC XX.
       77  PTO-STATUS      PIC XX.
       77  YTD-EOF-SW      PIC 9.
       77  PTO-EOF         PIC 9.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  DEPT-MASTER-OK  PIC 9 VALUE 0.
       77  RUN-OK-SW       PIC 9 VALUE 0.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  CUADRA-SW       PIC 9 VALUE 0.
       77  MAXLIN          PIC 99 VALUE 55.
       77  LIN             PIC 99.
       77  PAG             PIC 9(04) VALUE 0.
       77  PAT-DIAS        PIC 9(02) VALUE 30.
       77  UMA-WK          PIC 9(03)V99 VALUE 0.
       77  ISN-PCT-WK      PIC 9(02)V99 VALUE 0.
       77  INF-PCT-WK      PIC 9(02)V99 VALUE 5.00.
       77  TOPE-SBC        PIC 9(07)V99.
       77  TRES-UMA        PIC 9(07)V99.
       77  BASE-UMA        PIC 9(07)V99.
       77  CALC-IMP        PIC 9(07)V99.
       77  PTB-CONT        PIC 99 VALUE 0.
       77  PTB-SUB         PIC 99.
       77  EMP-CONT        PIC 9(06) VALUE 0.
       77  SIN-CECO-CONT   PIC 9(06) VALUE 0.
       77  ANT-CECO        PIC X(06).
       77  ANT-DEPT        PIC X(03).
       77  YTD-TOT-PERC    PIC 9(11)V99 VALUE 0.
       77  HIS-TOT-PERC    PIC S9(11)V99 VALUE 0.
       77  HIS-LIN-CNT     PIC 9(06) VALUE 0.
       77  CUA-DIF         PIC S9(11)V99.
       77  HIS-PER-TXT     PIC X(20).
       77  HIS-IMP-TXT     PIC X(20).
       77  ANT-STATUS      PIC XX.
       77  ANT-NOM         PIC X(20).
       77  ANT-EJER-WK     PIC 99.
       77  ANT-EOF         PIC 9 VALUE 1.
       77  ANT-ARCH-OK     PIC 9 VALUE 0.
       77  ISF-IMP         PIC 9(07)V99.
       77  ISF-CONT        PIC 9(06) VALUE 0.
       77  ISF-TOT         PIC 9(11)V99 VALUE 0.
       77  PIM-CNT         PIC 9(06) VALUE 0.
       77  PIN-CNT         PIC 9(06) VALUE 0.
       77  PIS-CNT         PIC 9(06) VALUE 0.
       77  PIM-TOT         PIC 9(13)V99 VALUE 0.
       77  PIN-TOT         PIC 9(13)V99 VALUE 0.
       77  PIS-TOT         PIC 9(13)V99 VALUE 0.
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.
       01  PERIODO.
           02 PER-AA   PIC 99.
           02 PER-MM   PIC 99.
       01  PER-TXT.
           02 FILLER     PIC XX VALUE "20".
           02 PER-TXT-AA PIC 99.
           02 FILLER     PIC X VALUE "/".
           02 PER-TXT-MM PIC 99.
       01  MESES.
           03 FILLER   PIC x(36) VALUE
                       "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
       01  MESES-R REDEFINES MESES.
           02 MESES-ROW OCCURS 12 TIMES.
               03 MES  PIC X(03).
       01  HIS-CAMPOS.
           02 HCA-1    PIC X(20).
           02 HCA-2    PIC X(20).
           02 HCA-3    PIC X(20).
           02 HCA-4    PIC X(20).
           02 HCA-5    PIC X(20).
           02 HCA-6    PIC X(20).
           02 HCA-7    PIC X(20).
           02 HCA-8    PIC X(20).
           02 HCA-9    PIC X(20).
       01  PTB-TABLE.
           02 PTB-TAB-ROW OCCURS 15 TIMES.
               03 PTB-TAB-RAMO PIC X(03).
               03 PTB-TAB-DESC PIC X(20).
               03 PTB-TAB-BASE PIC X.
               03 PTB-TAB-PCT  PIC 9(02)V9(05).
               03 PTB-TAB-TOT  PIC 9(11)V99.
       01  ACUMULADOS.
           02 ACU-DEPT.
               03 DEP-PERC   PIC 9(11)V99.
               03 DEP-IMSS   PIC 9(11)V99.
               03 DEP-INF    PIC 9(11)V99.
               03 DEP-ISN    PIC 9(11)V99.
               03 DEP-RAMO-IMP PIC 9(11)V99 OCCURS 15 TIMES.
           02 ACU-CECO.
               03 CCO-PERC   PIC 9(11)V99.
               03 CCO-IMSS   PIC 9(11)V99.
               03 CCO-INF    PIC 9(11)V99.
               03 CCO-ISN    PIC 9(11)V99.
           02 ACU-TOTAL.
               03 TOT-PERC   PIC 9(11)V99 VALUE 0.
               03 TOT-IMSS   PIC 9(11)V99 VALUE 0.
               03 TOT-INF    PIC 9(11)V99 VALUE 0.
               03 TOT-ISN    PIC 9(11)V99 VALUE 0.
       01  PAG-HDR.
           02 FILLER         PIC X VALUE "H".
           02 PAG-H-AUT      PIC X(03).
           02 PAG-H-FECHA    PIC 9(06).
           02 PAG-H-PER-AA   PIC 99.
           02 PAG-H-PER-MM   PIC 99.
       01  PAG-DET.
           02 FILLER         PIC X VALUE "D".
           02 PAG-D-CECO     PIC X(06).
           02 PAG-D-DEPT     PIC X(03).
           02 PAG-D-CONC     PIC X(03).
           02 PAG-D-IMP      PIC 9(11)V99.
       01  PAG-TRL.
           02 FILLER         PIC X VALUE "T".
           02 PAG-T-CNT      PIC 9(06).
           02 PAG-T-IMP      PIC 9(13)V99.
       01  REPORTE-LAYOUT.
           02 PAT-TIT-0.
               03 FILLER       PIC X(22) VALUE ">>--------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(06) VALUE "----<<".
           02 PAT-TIT-1.
               03 FILLER       PIC X(05) VALUE "PAG: ".
               03 PAT-TI-PAG   PIC ZZZ9.
               03 FILLER       PIC X(25) VALUE SPACES.
               03 PAT-TI-EMPRESA PIC X(21)
                                 VALUE "\\ STEFANINI GROUP //".
               03 FILLER       PIC X(22) VALUE SPACES.
               03 FILLER       PIC X(09) VALUE "PERIODO: ".
               03 PAT-TI-MM    PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 PAT-TI-AA    PIC 99.
           02 PAT-TIT-2.
               03 FILLER       PIC X(30) VALUE SPACES.
               03 FILLER       PIC X(35) VALUE
                       "COSTO PATRONAL DE LA NOMINA DEL MES".
           02 PAT-TAB-TIT.
               03 FILLER       PIC X(07) VALUE "NOMINA ".
               03 FILLER       PIC X(21) VALUE "NOMBRE".
               03 FILLER       PIC X(04) VALUE "DEP ".
               03 FILLER       PIC X(13) VALUE "  PERCEPCION ".
               03 FILLER       PIC X(11) VALUE "  IMSS PAT ".
               03 FILLER       PIC X(11) VALUE " INFONAVIT ".
               03 FILLER       PIC X(11) VALUE "       ISN ".
               03 FILLER       PIC X(12) VALUE " COSTO TOTAL".
           02 PAT-TAB-SEP.
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(06) VALUE "======".
           02 PAT-CECO-LIN.
               03 FILLER       PIC X(17) VALUE "CENTRO DE COSTO: ".
               03 PAT-CC-CECO  PIC X(06).
           02 PAT-DEPT-LIN.
               03 FILLER       PIC X(07) VALUE "DEPTO: ".
               03 PAT-DL-DEPT  PIC X(03).
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-DL-DESC  PIC X(20).
           02 PAT-DET.
               03 PAT-D-NOMI   PIC 9(06).
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-D-NOMB   PIC X(20).
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-D-DEPT   PIC X(03).
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-D-PERC   PIC Z,ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-D-IMSS   PIC ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-D-INF    PIC ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-D-ISN    PIC ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-D-TOT    PIC Z,ZZZ,ZZ9.99.
           02 PAT-SUB.
               03 PAT-S-TXT    PIC X(15).
               03 PAT-S-COD    PIC X(06).
               03 FILLER       PIC X(02) VALUE SPACES.
               03 PAT-S-PERC   PIC ZZZ,ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-S-IMSS   PIC ZZ,ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-S-INF    PIC ZZ,ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-S-ISN    PIC ZZ,ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 PAT-S-TOT    PIC ZZZ,ZZZ,ZZ9.99.
           02 PAT-RES-LIN.
               03 PAT-R-TXT    PIC X(40).
               03 PAT-R-IMP    PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           PERFORM LEE-PARAMETROS.
           PERFORM LEE-RUN-CONTROL.
           IF PER-PARM-SW = 0
               IF RUN-OK-SW = 0
                   DISPLAY "SIN PERIODO POSTEADO EN RUNCTL,"
                           " COSTO PATRONAL CANCELADO"
                   STOP RUN
               END-IF
               MOVE RUN-ANO TO PER-AA
               MOVE RUN-MES TO PER-MM
           ELSE
               IF RUN-OK-SW = 0 OR PERIODO > RUN-PERIODO
                   DISPLAY "PERIODO 20" PER-AA "/" PER-MM
                           " NO POSTEADO, COSTO PATRONAL CANCELADO"
                   STOP RUN
               END-IF
           END-IF.
           MOVE PER-AA TO PER-TXT-AA.
           MOVE PER-MM TO PER-TXT-MM.
           PERFORM CARGA-TASAS.
           IF PTB-CONT = 0
               DISPLAY "SIN TABLA DE CUOTAS PATRONALES IMSPAT.DAT, "
                       "COSTO PATRONAL CANCELADO"
               STOP RUN
           END-IF.
           IF UMA-WK = 0
               DISPLAY "AVISO: SIN UMA EN PARMCTL, SALARIO SIN TOPE"
                       " Y SIN CUOTAS SOBRE UMA"
           END-IF.
           COMPUTE TOPE-SBC  = UMA-WK * 25 * PAT-DIAS.
           COMPUTE TRES-UMA  = UMA-WK * 3 * PAT-DIAS.
           COMPUTE BASE-UMA  = UMA-WK * PAT-DIAS.
           PERFORM LEE-HISTORIA.
           OPEN INPUT EMSYTD.
           IF YTD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMSYTD, STATUS: " YTD-STATUS
               DISPLAY "SI EL ARCHIVO ES DEL FORMATO ANTERIOR,"
                       " CONVIERTA CON 5EMPYCV"
               STOP RUN
           END-IF.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           END-IF.
           OPEN INPUT DEPTMST.
           IF DMS-STATUS = "00"
               MOVE 1 TO DEPT-MASTER-OK
           END-IF.
           PERFORM ABRE-AJUANT.
           SORT PATSRT ON ASCENDING KEY PSR-CECO PSR-DEPT PSR-NOMI
                       INPUT PROCEDURE CALCULA-COSTOS
                       GIVING PATORD.
           CLOSE EMSYTD.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           IF ANT-ARCH-OK = 1
               CLOSE AJUANT
           END-IF.
           COMPUTE CUA-DIF = YTD-TOT-PERC - HIS-TOT-PERC.
           IF CUA-DIF = 0 AND HIS-LIN-CNT > 0
               MOVE 1 TO CUADRA-SW
           END-IF.
           OPEN OUTPUT PATREP.
           IF CUADRA-SW = 1
               OPEN OUTPUT PATIMS, PATINF, PATISN
               MOVE FECHA  TO PAG-H-FECHA
               MOVE PER-AA TO PAG-H-PER-AA
               MOVE PER-MM TO PAG-H-PER-MM
               MOVE "IMS"  TO PAG-H-AUT
               WRITE PIM-REG FROM PAG-HDR
               MOVE "INF"  TO PAG-H-AUT
               WRITE PIN-REG FROM PAG-HDR
               MOVE "ISN"  TO PAG-H-AUT
               WRITE PIS-REG FROM PAG-HDR
           END-IF.
           OPEN INPUT PATORD.
           MOVE 0 TO PTO-EOF.
           PERFORM LEE-PATORD.
           COMPUTE LIN = MAXLIN + 1.
           IF PTO-EOF = 0
               MOVE PTO-CECO TO ANT-CECO
               MOVE PTO-DEPT TO ANT-DEPT
               PERFORM INICIA-CECO
               PERFORM INICIA-DEPT
           END-IF.
           PERFORM GEN-LINEAS-PAT UNTIL PTO-EOF = 1.
           IF EMP-CONT > 0
               PERFORM CORTE-DEPT
               PERFORM CORTE-CECO
           END-IF.
           CLOSE PATORD.
           IF DEPT-MASTER-OK = 1
               CLOSE DEPTMST
           END-IF.
           PERFORM GEN-TOTALES.
           PERFORM GEN-CUADRE.
           CLOSE PATREP.
           IF CUADRA-SW = 1
               MOVE PIM-CNT TO PAG-T-CNT
               MOVE PIM-TOT TO PAG-T-IMP
               WRITE PIM-REG FROM PAG-TRL
               MOVE PIN-CNT TO PAG-T-CNT
               MOVE PIN-TOT TO PAG-T-IMP
               WRITE PIN-REG FROM PAG-TRL
               MOVE PIS-CNT TO PAG-T-CNT
               MOVE PIS-TOT TO PAG-T-IMP
               WRITE PIS-REG FROM PAG-TRL
               CLOSE PATIMS, PATINF, PATISN
           END-IF.
           DISPLAY "COSTO PATRONAL 20" PER-AA "/" PER-MM
                   " EMPLEADOS: " EMP-CONT.
           IF CUADRA-SW = 1
               DISPLAY "CUADRA CONTRA HISTORIA, GENERADOS PATIMS.DAT,"
                       " PATINF.DAT Y PATISN.DAT"
           ELSE
               DISPLAY "NO CUADRA CONTRA HISTORIA.DAT, ARCHIVOS POR"
                       " PAGAR NO GENERADOS, REVISE PATREP.TXT"
           END-IF.
           IF SIN-CECO-CONT > 0
               DISPLAY "EMPLEADOS CON DEPTO SIN CENTRO DE COSTO: "
                       SIN-CECO-CONT
           END-IF.
           IF ISF-CONT > 0
               DISPLAY "DEVOLUCIONES ISF RESTADAS DE LA BASE: "
                       ISF-CONT
           END-IF.
           STOP RUN.

      *---------- ULTIMO PERIODO POSTEADO (RUNCTL) ----------
       LEE-RUN-CONTROL.
           MOVE 0 TO RUN-OK-SW.
           OPEN INPUT RUNCTL.
           IF RUN-STATUS = "00"
               READ RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-ESTADO = "P" AND RUN-ANO IS NUMERIC
                          AND RUN-MES IS NUMERIC
                          AND RUN-MES >= 1 AND RUN-MES <= 12
                           MOVE 1 TO RUN-OK-SW
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.

      *---------- TABLA DE CUOTAS PATRONALES IMSS POR RAMO ----------
       CARGA-TASAS.
           MOVE 0 TO PTB-CONT.
           OPEN INPUT IMSPAT.
           IF PTB-STATUS = "00"
               PERFORM UNTIL PTB-STATUS NOT = "00"
                   READ IMSPAT
                       AT END
                           MOVE "10" TO PTB-STATUS
                       NOT AT END
                           IF PTB-CONT < 15
                               ADD 1 TO PTB-CONT
                               MOVE PTB-RAMO TO PTB-TAB-RAMO(PTB-CONT)
                               MOVE PTB-DESC TO PTB-TAB-DESC(PTB-CONT)
                               MOVE PTB-BASE TO PTB-TAB-BASE(PTB-CONT)
                               MOVE PTB-PCT  TO PTB-TAB-PCT(PTB-CONT)
                               MOVE 0        TO PTB-TAB-TOT(PTB-CONT)
                           ELSE
                               MOVE "10" TO PTB-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMSPAT
           END-IF.

      *------- PERCEPCION DEL PERIODO SEGUN HISTORIA.DAT -------
       LEE-HISTORIA.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS = "00"
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HISTFILE
                       AT END
                           MOVE "10" TO HIST-STATUS
                       NOT AT END
                           PERFORM ANALIZA-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE HISTFILE
           END-IF.

      *----- PERIODO Y PERCEPCION DE UN RENGLON DE HISTORIA.DAT -----
       ANALIZA-HISTORIA.
           MOVE SPACES TO HIS-CAMPOS.
           MOVE SPACES TO HIS-PER-TXT.
           MOVE SPACES TO HIS-IMP-TXT.
           UNSTRING HIS-LINE DELIMITED BY ","
               INTO HCA-1 HCA-2 HCA-3 HCA-4 HCA-5
                    HCA-6 HCA-7 HCA-8 HCA-9.
           EVALUATE TRUE
               WHEN HCA-1 = "SUPLEMENTO" OR HCA-1 = "FINIQUITO"
                   MOVE HCA-3 TO HIS-PER-TXT
                   MOVE HCA-5 TO HIS-IMP-TXT
               WHEN HCA-1 = "AJUSTE"
                   MOVE HCA-9 TO HIS-PER-TXT
                   MOVE HCA-6 TO HIS-IMP-TXT
               WHEN HCA-1(3:1) = "/"
                   MOVE HCA-2 TO HIS-PER-TXT
                   MOVE HCA-5 TO HIS-IMP-TXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF HIS-PER-TXT = PER-TXT AND HIS-IMP-TXT NOT = SPACES
               ADD FUNCTION NUMVAL(HIS-IMP-TXT) TO HIS-TOT-PERC
               ADD 1 TO HIS-LIN-CNT
           END-IF.

      *------ CUOTAS PATRONALES DE CADA EMPLEADO (SORT IN) ------
       CALCULA-COSTOS.
           MOVE LOW-VALUES TO YTD-KEY.
           START EMSYTD KEY NOT < YTD-KEY
               INVALID KEY
                   MOVE 1 TO YTD-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO YTD-EOF-SW
           END-START.
           PERFORM UNTIL YTD-EOF-SW = 1
               READ EMSYTD NEXT RECORD
                   AT END
                       MOVE 1 TO YTD-EOF-SW
                   NOT AT END
                       IF YTD-ANO = PER-AA AND
                          YTD-M-PERC(PER-MM) > 0
                           PERFORM CALCULA-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

      *------- IMSS POR RAMO, INFONAVIT E ISN DE UN EMPLEADO -------
       CALCULA-EMPLEADO.
           MOVE YTD-DEPT TO PSR-DEPT.
           MOVE YTD-NOMI TO PSR-NOMI.
           MOVE SPACES   TO PSR-CECO.
           IF DEPT-MASTER-OK = 1
               MOVE YTD-DEPT TO DMS-COD
               READ DEPTMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DMS-CECO TO PSR-CECO
               END-READ
           END-IF.
           IF PSR-CECO = SPACES
               ADD 1 TO SIN-CECO-CONT
           END-IF.
           MOVE "(NO REGISTRADO)     " TO PSR-NOMB.
           IF EMP-MASTER-OK = 1
               MOVE YTD-NOMI TO EMM-NOMI
               READ EMPMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMM-NOMB TO PSR-NOMB
               END-READ
           END-IF.
           PERFORM BUSCA-DEVOLUCION.
           COMPUTE PSR-PERC = YTD-M-PERC(PER-MM) - ISF-IMP.
           MOVE PSR-PERC TO PSR-SBC.
           IF TOPE-SBC > 0 AND PSR-SBC > TOPE-SBC
               MOVE TOPE-SBC TO PSR-SBC
           END-IF.
           MOVE 0 TO PSR-IMSS.
           PERFORM VARYING PTB-SUB FROM 1 BY 1 UNTIL PTB-SUB > 15
               MOVE 0 TO PSR-RAMO-IMP(PTB-SUB)
           END-PERFORM.
           PERFORM VARYING PTB-SUB FROM 1 BY 1
                   UNTIL PTB-SUB > PTB-CONT
               PERFORM CALCULA-RAMO
               MOVE CALC-IMP TO PSR-RAMO-IMP(PTB-SUB)
               ADD CALC-IMP TO PSR-IMSS
           END-PERFORM.
           COMPUTE PSR-INF ROUNDED = PSR-SBC * INF-PCT-WK / 100.
           COMPUTE PSR-ISN ROUNDED = PSR-PERC * ISN-PCT-WK / 100.
           ADD YTD-M-PERC(PER-MM) TO YTD-TOT-PERC.
           IF PSR-PERC > 0
               RELEASE PSR-REG
           END-IF.

      *------ ARCHIVO DEL AJUSTE ANUAL PAGADO EN ESTE EJERCICIO ------
       ABRE-AJUANT.
           IF PER-AA = 0
               MOVE 99 TO ANT-EJER-WK
           ELSE
               COMPUTE ANT-EJER-WK = PER-AA - 1
           END-IF.
           MOVE SPACES TO ANT-NOM.
           STRING "AJUANU" ANT-EJER-WK ".DAT"
               DELIMITED BY SIZE INTO ANT-NOM.
           MOVE 1 TO ANT-EOF.
           OPEN INPUT AJUANT.
           IF ANT-STATUS = "00"
               MOVE 1 TO ANT-ARCH-OK
               MOVE 0 TO ANT-EOF
               PERFORM LEE-AJUANT
           END-IF.

       LEE-AJUANT.
           READ AJUANT AT END MOVE 1 TO ANT-EOF.

      *---- DEVOLUCION ISF DEL AJUSTE ANUAL PAGADA EN EL PERIODO ----
       BUSCA-DEVOLUCION.
           MOVE 0 TO ISF-IMP.
           PERFORM UNTIL ANT-EOF = 1 OR ANT-NOMI >= YTD-NOMI
               PERFORM LEE-AJUANT
           END-PERFORM.
           IF ANT-EOF = 0
               IF ANT-NOMI = YTD-NOMI AND ANT-TIPO = "F"
                  AND ANT-PER-AA = PER-AA AND ANT-PER-MM = PER-MM
                   MOVE ANT-IMP TO ISF-IMP
                   IF ISF-IMP > YTD-M-PERC(PER-MM)
                       MOVE YTD-M-PERC(PER-MM) TO ISF-IMP
                   END-IF
                   ADD ISF-IMP TO ISF-TOT
                   ADD 1 TO ISF-CONT
                   PERFORM LEE-AJUANT
               END-IF
           END-IF.

      *------ CUOTA DE UN RAMO SEGUN SU BASE: S, E (EXCEDENTE), U ------
       CALCULA-RAMO.
           MOVE 0 TO CALC-IMP.
           EVALUATE PTB-TAB-BASE(PTB-SUB)
               WHEN "S"
                   COMPUTE CALC-IMP ROUNDED =
                       PSR-SBC * PTB-TAB-PCT(PTB-SUB) / 100
               WHEN "E"
                   IF UMA-WK > 0 AND PSR-SBC > TRES-UMA
                       COMPUTE CALC-IMP ROUNDED =
                           (PSR-SBC - TRES-UMA) *
                           PTB-TAB-PCT(PTB-SUB) / 100
                   END-IF
               WHEN "U"
                   COMPUTE CALC-IMP ROUNDED =
                       BASE-UMA * PTB-TAB-PCT(PTB-SUB) / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEE-PATORD.
           READ PATORD AT END MOVE 1 TO PTO-EOF.

      *------------ RENGLON DE COSTO DE UN EMPLEADO ------------
       GEN-LINEAS-PAT.
           IF PTO-CECO NOT = ANT-CECO
               PERFORM CORTE-DEPT
               PERFORM CORTE-CECO
               MOVE PTO-CECO TO ANT-CECO
               MOVE PTO-DEPT TO ANT-DEPT
               PERFORM INICIA-CECO
               PERFORM INICIA-DEPT
           ELSE
               IF PTO-DEPT NOT = ANT-DEPT
                   PERFORM CORTE-DEPT
                   MOVE PTO-DEPT TO ANT-DEPT
                   PERFORM INICIA-DEPT
               END-IF
           END-IF.
           IF LIN >= MAXLIN
               PERFORM ESC-TITULOS
           END-IF.
           MOVE PTO-NOMI TO PAT-D-NOMI.
           MOVE PTO-NOMB TO PAT-D-NOMB.
           MOVE PTO-DEPT TO PAT-D-DEPT.
           MOVE PTO-PERC TO PAT-D-PERC.
           MOVE PTO-IMSS TO PAT-D-IMSS.
           MOVE PTO-INF  TO PAT-D-INF.
           MOVE PTO-ISN  TO PAT-D-ISN.
           COMPUTE PAT-D-TOT = PTO-PERC + PTO-IMSS + PTO-INF + PTO-ISN.
           WRITE REP-REG FROM PAT-DET BEFORE 1 LINE.
           ADD 1 TO LIN.
           ADD 1 TO EMP-CONT.
           ADD PTO-PERC TO DEP-PERC.
           ADD PTO-IMSS TO DEP-IMSS.
           ADD PTO-INF  TO DEP-INF.
           ADD PTO-ISN  TO DEP-ISN.
           PERFORM VARYING PTB-SUB FROM 1 BY 1
                   UNTIL PTB-SUB > PTB-CONT
               ADD PTO-RAMO-IMP(PTB-SUB) TO DEP-RAMO-IMP(PTB-SUB)
           END-PERFORM.
           PERFORM LEE-PATORD.

      *----------------------- ESCRIBIR TITULOS -----------------------
       ESC-TITULOS.
           ADD 1 TO PAG.
           MOVE PAG         TO PAT-TI-PAG.
           MOVE MES(PER-MM) TO PAT-TI-MM.
           MOVE PER-AA      TO PAT-TI-AA.
           WRITE REP-REG FROM PAT-TIT-0 BEFORE PAGE.
           WRITE REP-REG FROM PAT-TIT-1 BEFORE 1 LINE.
           WRITE REP-REG FROM PAT-TIT-2 BEFORE 2 LINES.
           WRITE REP-REG FROM PAT-TAB-TIT BEFORE 1 LINE.
           WRITE REP-REG FROM PAT-TAB-SEP BEFORE 1 LINE.
           MOVE 6 TO LIN.

      *------------- INICIO DE CENTRO DE COSTO Y DE DEPTO -------------
       INICIA-CECO.
           MOVE 0 TO CCO-PERC.
           MOVE 0 TO CCO-IMSS.
           MOVE 0 TO CCO-INF.
           MOVE 0 TO CCO-ISN.
           IF LIN >= MAXLIN
               PERFORM ESC-TITULOS
           END-IF.
           MOVE ANT-CECO TO PAT-CC-CECO.
           WRITE REP-REG FROM PAT-CECO-LIN BEFORE 1 LINE.
           ADD 1 TO LIN.

       INICIA-DEPT.
           MOVE 0 TO DEP-PERC.
           MOVE 0 TO DEP-IMSS.
           MOVE 0 TO DEP-INF.
           MOVE 0 TO DEP-ISN.
           PERFORM VARYING PTB-SUB FROM 1 BY 1 UNTIL PTB-SUB > 15
               MOVE 0 TO DEP-RAMO-IMP(PTB-SUB)
           END-PERFORM.
           MOVE ANT-DEPT TO PAT-DL-DEPT.
           MOVE "(NO REGISTRADO)     " TO PAT-DL-DESC.
           IF DEPT-MASTER-OK = 1
               MOVE ANT-DEPT TO DMS-COD
               READ DEPTMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DMS-DESC TO PAT-DL-DESC
               END-READ
           END-IF.
           IF LIN >= MAXLIN
               PERFORM ESC-TITULOS
           END-IF.
           WRITE REP-REG FROM PAT-DEPT-LIN BEFORE 1 LINE.
           ADD 1 TO LIN.

      *------- SUBTOTAL DEL DEPTO Y SUS RENGLONES POR PAGAR -------
       CORTE-DEPT.
           MOVE "SUBTOTAL DEPTO " TO PAT-S-TXT.
           MOVE ANT-DEPT TO PAT-S-COD.
           MOVE DEP-PERC TO PAT-S-PERC.
           MOVE DEP-IMSS TO PAT-S-IMSS.
           MOVE DEP-INF  TO PAT-S-INF.
           MOVE DEP-ISN  TO PAT-S-ISN.
           COMPUTE PAT-S-TOT = DEP-PERC + DEP-IMSS + DEP-INF + DEP-ISN.
           WRITE REP-REG FROM PAT-SUB BEFORE 2 LINES.
           ADD 2 TO LIN.
           ADD DEP-PERC TO CCO-PERC.
           ADD DEP-IMSS TO CCO-IMSS.
           ADD DEP-INF  TO CCO-INF.
           ADD DEP-ISN  TO CCO-ISN.
           PERFORM VARYING PTB-SUB FROM 1 BY 1
                   UNTIL PTB-SUB > PTB-CONT
               ADD DEP-RAMO-IMP(PTB-SUB) TO PTB-TAB-TOT(PTB-SUB)
           END-PERFORM.
           IF CUADRA-SW = 1
               PERFORM GRABA-POR-PAGAR
           END-IF.

      *------ RENGLONES D DEL DEPTO EN LOS ARCHIVOS POR PAGAR ------
       GRABA-POR-PAGAR.
           MOVE ANT-CECO TO PAG-D-CECO.
           MOVE ANT-DEPT TO PAG-D-DEPT.
           PERFORM VARYING PTB-SUB FROM 1 BY 1
                   UNTIL PTB-SUB > PTB-CONT
               IF DEP-RAMO-IMP(PTB-SUB) > 0
                   MOVE PTB-TAB-RAMO(PTB-SUB) TO PAG-D-CONC
                   MOVE DEP-RAMO-IMP(PTB-SUB) TO PAG-D-IMP
                   WRITE PIM-REG FROM PAG-DET
                   ADD 1 TO PIM-CNT
                   ADD DEP-RAMO-IMP(PTB-SUB) TO PIM-TOT
               END-IF
           END-PERFORM.
           IF DEP-INF > 0
               MOVE "INF"   TO PAG-D-CONC
               MOVE DEP-INF TO PAG-D-IMP
               WRITE PIN-REG FROM PAG-DET
               ADD 1 TO PIN-CNT
               ADD DEP-INF TO PIN-TOT
           END-IF.
           IF DEP-ISN > 0
               MOVE "ISN"   TO PAG-D-CONC
               MOVE DEP-ISN TO PAG-D-IMP
               WRITE PIS-REG FROM PAG-DET
               ADD 1 TO PIS-CNT
               ADD DEP-ISN TO PIS-TOT
           END-IF.

      *--------------- SUBTOTAL DEL CENTRO DE COSTO ---------------
       CORTE-CECO.
           MOVE "SUBTOTAL CECO  " TO PAT-S-TXT.
           MOVE ANT-CECO TO PAT-S-COD.
           MOVE CCO-PERC TO PAT-S-PERC.
           MOVE CCO-IMSS TO PAT-S-IMSS.
           MOVE CCO-INF  TO PAT-S-INF.
           MOVE CCO-ISN  TO PAT-S-ISN.
           COMPUTE PAT-S-TOT = CCO-PERC + CCO-IMSS + CCO-INF + CCO-ISN.
           WRITE REP-REG FROM PAT-SUB BEFORE 2 LINES.
           ADD 2 TO LIN.
           ADD CCO-PERC TO TOT-PERC.
           ADD CCO-IMSS TO TOT-IMSS.
           ADD CCO-INF  TO TOT-INF.
           ADD CCO-ISN  TO TOT-ISN.

      *------- TOTAL GENERAL, IMSS POR RAMO Y POR AUTORIDAD -------
       GEN-TOTALES.
           WRITE REP-REG FROM PAT-TAB-SEP BEFORE 1 LINE.
           MOVE "TOTAL GENERAL  " TO PAT-S-TXT.
           MOVE SPACES   TO PAT-S-COD.
           MOVE TOT-PERC TO PAT-S-PERC.
           MOVE TOT-IMSS TO PAT-S-IMSS.
           MOVE TOT-INF  TO PAT-S-INF.
           MOVE TOT-ISN  TO PAT-S-ISN.
           COMPUTE PAT-S-TOT = TOT-PERC + TOT-IMSS + TOT-INF + TOT-ISN.
           WRITE REP-REG FROM PAT-SUB BEFORE 3 LINES.
           MOVE SPACES TO REP-REG.
           STRING "CUOTAS PATRONALES IMSS POR RAMO"
               DELIMITED BY SIZE INTO REP-REG.
           WRITE REP-REG BEFORE 1 LINE.
           PERFORM VARYING PTB-SUB FROM 1 BY 1
                   UNTIL PTB-SUB > PTB-CONT
               MOVE SPACES TO PAT-R-TXT
               STRING "  " PTB-TAB-RAMO(PTB-SUB)
                      " "  PTB-TAB-DESC(PTB-SUB)
                   DELIMITED BY SIZE INTO PAT-R-TXT
               MOVE PTB-TAB-TOT(PTB-SUB) TO PAT-R-IMP
               WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE
           END-PERFORM.
           WRITE REP-REG FROM SPACES BEFORE 1 LINE.
           MOVE "TOTAL A PAGAR AL IMSS:" TO PAT-R-TXT.
           MOVE TOT-IMSS TO PAT-R-IMP.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE.
           MOVE "TOTAL A PAGAR AL INFONAVIT:" TO PAT-R-TXT.
           MOVE TOT-INF TO PAT-R-IMP.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE.
           MOVE "TOTAL A PAGAR DE ISN ESTATAL:" TO PAT-R-TXT.
           MOVE TOT-ISN TO PAT-R-IMP.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE.
           MOVE "COSTO TOTAL DE LA NOMINA:" TO PAT-R-TXT.
           COMPUTE PAT-R-IMP = TOT-PERC + TOT-IMSS + TOT-INF + TOT-ISN.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 2 LINES.

      *------------- CUADRE CONTRA LA HISTORIA DEL PERIODO -------------
       GEN-CUADRE.
           MOVE "PERCEPCION BASE DEL COSTO PATRONAL:" TO PAT-R-TXT.
           MOVE TOT-PERC TO PAT-R-IMP.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE.
           MOVE "(+) DEVOLUCION ISF DEL AJUSTE ANUAL:" TO PAT-R-TXT.
           MOVE ISF-TOT TO PAT-R-IMP.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE.
           MOVE "PERCEPCION POSTEADA EN EMSYTD:" TO PAT-R-TXT.
           MOVE YTD-TOT-PERC TO PAT-R-IMP.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE.
           MOVE "PERCEPCION DEL PERIODO EN HISTORIA:" TO PAT-R-TXT.
           MOVE HIS-TOT-PERC TO PAT-R-IMP.
           WRITE REP-REG FROM PAT-RES-LIN BEFORE 1 LINE.
           MOVE SPACES TO REP-REG.
           IF CUADRA-SW = 1
               STRING "CUADRA CONTRA " HIS-LIN-CNT
                      " RENGLONES DE HISTORIA.DAT DEL PERIODO "
                      PER-TXT
                   DELIMITED BY SIZE INTO REP-REG
           ELSE
               IF HIS-LIN-CNT = 0
                   STRING "SIN RENGLONES DEL PERIODO " PER-TXT
                          " EN HISTORIA.DAT, POR PAGAR NO GENERADOS"
                       DELIMITED BY SIZE INTO REP-REG
               ELSE
                   IF CUA-DIF < 0
                       COMPUTE CUA-DIF = 0 - CUA-DIF
                   END-IF
                   MOVE CUA-DIF TO PAT-R-IMP
                   STRING "NO CUADRA, DIFERENCIA: "
                          FUNCTION TRIM(PAT-R-IMP)
                          " POR PAGAR NO GENERADOS"
                       DELIMITED BY SIZE INTO REP-REG
               END-IF
           END-IF.
           WRITE REP-REG BEFORE 1 LINE.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-EMPRESA NOT = SPACES
                           MOVE PARM-EMPRESA TO PAT-TI-EMPRESA
                       END-IF
                       IF PARM-MAXLIN IS NUMERIC AND PARM-MAXLIN > 0
                           IF PARM-MAXLIN < 8
                               MOVE 8 TO MAXLIN
                           ELSE
                               MOVE PARM-MAXLIN TO MAXLIN
                           END-IF
                       END-IF
                       IF PARM-PER-AA IS NUMERIC AND
                          PARM-PER-MM IS NUMERIC AND
                          PARM-PER-MM >= 1 AND PARM-PER-MM <= 12
                           MOVE PARM-PER-AA TO PER-AA
                           MOVE PARM-PER-MM TO PER-MM
                           MOVE 1 TO PER-PARM-SW
                       END-IF
                       IF PARM-UMA IS NUMERIC
                           MOVE PARM-UMA TO UMA-WK
                       END-IF
                       IF PARM-ISN-PCT IS NUMERIC
                           MOVE PARM-ISN-PCT TO ISN-PCT-WK
                       END-IF
                       IF PARM-INF-PCT IS NUMERIC AND
                          PARM-INF-PCT > 0
                           MOVE PARM-INF-PCT TO INF-PCT-WK
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPPAT.
