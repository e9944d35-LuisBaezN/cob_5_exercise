      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Verificacion de integridad entre archivos, para
      *          correr antes y despues de la nomina mensual. Revisa
      *          en un solo reporte VERREP.TXT: conceptos fijos de
      *          CONCFIJ.DAT y cuentas de BANCMST de empleados que no
      *          existen o estan de baja en EMPMST, empleados activos
      *          sin cuenta bancaria vigente, llaves de EMSYTD con
      *          depto inexistente en DEPTMST, acumulados anuales de
      *          EMSYTD que no cuadran con sus cubetas mensuales,
      *          totales de DEPTHIST.DAT contra los de cada corrida en
      *          HISTORIA.DAT, detalle de los archivos de dispersion
      *          contra su registro de control T y pagos en la cola
      *          REDISP.DAT con mas de PARM-RDP-DIAS dias. Termina con
      *          RETURN-CODE 0 si todo cuadra y 8 si hay errores, para
      *          que operacion detenga la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT BANCMST ASSIGN TO "BANCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNC-NOMI
               FILE STATUS IS BNC-STATUS.
           SELECT DEPTMST ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMS-COD
               FILE STATUS IS DMS-STATUS.
           SELECT EMSYTD ASSIGN TO "EMSYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS YTD-STATUS.
           SELECT CONCFIJ ASSIGN TO "CONCFIJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFJ-STATUS.
           SELECT HISTFILE ASSIGN TO "HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT DEPTHIST ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DHI-STATUS.
           SELECT DHISRT ASSIGN TO DISK.
           SELECT DHIORD ASSIGN TO DISK
               FILE STATUS IS DHO-STATUS.
           SELECT DISPIN ASSIGN TO DYNAMIC DSP-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSP-STATUS.
           SELECT REDISP ASSIGN TO "REDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RDP-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT VERREP ASSIGN TO "VERREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  BANCMST.
       01  BNC-REG.
           02 BNC-NOMI     PIC 9(06).
           02 BNC-BANCO    PIC X(03).
           02 BNC-CLABE    PIC X(18).
           02 BNC-ESTADO   PIC X.
       FD  DEPTMST.
       01  DMS-REG.
           02 DMS-COD      PIC X(03).
           02 DMS-DESC     PIC X(20).
           02 DMS-CECO     PIC X(06).
           02 DMS-ESTADO   PIC X.
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
       FD  CONCFIJ.
       01  CFJ-REG.
           02 CFJ-NOMI PIC 9(06).
           02 CFJ-CONC PIC X(03).
           02 CFJ-IMP  PIC 9(05).
       FD  HISTFILE.
       01  HIS-LINE PIC X(100).
       FD  DEPTHIST.
       01  DHI-REG.
           02 DHI-SEQ   PIC 9(04).
           02 DHI-FECHA PIC 9(06).
           02 DHI-DEPT  PIC X(03).
           02 DHI-EMP   PIC 9(04).
           02 DHI-PERC  PIC 9(09)V99.
           02 DHI-DEDU  PIC 9(09).
           02 DHI-SALA  PIC S9(09)V99.
       SD  DHISRT.
       01  DHS-REG.
           02 DHS-SEQ   PIC 9(04).
           02 DHS-DEPT  PIC X(03).
           02 DHS-ORD   PIC 9(08).
           02 DHS-EMP   PIC 9(04).
           02 DHS-PERC  PIC 9(09)V99.
           02 DHS-DEDU  PIC 9(09).
           02 DHS-SALA  PIC S9(09)V99.
       FD  DHIORD.
       01  DHO-REG.
           02 DHO-SEQ   PIC 9(04).
           02 DHO-DEPT  PIC X(03).
           02 DHO-ORD   PIC 9(08).
           02 DHO-EMP   PIC 9(04).
           02 DHO-PERC  PIC 9(09)V99.
           02 DHO-DEDU  PIC 9(09).
           02 DHO-SALA  PIC S9(09)V99.
       FD  DISPIN.
       01  DSP-REG PIC X(37).
       01  DSP-DET.
           02 DSP-TIPO     PIC X.
           02 DSP-D-NOMI   PIC 9(06).
           02 DSP-D-BANCO  PIC X(03).
           02 DSP-D-CLABE  PIC X(18).
           02 DSP-D-IMP    PIC 9(07)V99.
       01  DSP-TRL.
           02 FILLER       PIC X.
           02 DSP-T-CNT    PIC 9(06).
           02 DSP-T-IMP    PIC 9(11)V99.
           02 FILLER       PIC X(17).
       FD  REDISP.
       01  RDP-REG.
           02 RDP-NOMI     PIC 9(06).
           02 RDP-BANCO    PIC X(03).
           02 RDP-CLABE    PIC X(18).
           02 RDP-IMP      PIC 9(07)V99.
           02 RDP-MOTIVO   PIC X(02).
           02 RDP-FECHA    PIC 9(06).
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
       FD  VERREP.
       01  LOG-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  EMM-STATUS      PIC XX.
       77  BNC-STATUS      PIC XX.
       77  DMS-STATUS      PIC XX.
       77  YTD-STATUS      PIC XX.
       77  CFJ-STATUS      PIC XX.
       77  HIST-STATUS     PIC XX.
       77  DHI-STATUS      PIC XX.
       77  DHO-STATUS      PIC XX.
       77  DSP-STATUS      PIC XX.
       77  RDP-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  EMM-EOF-SW      PIC 9.
       77  BNC-EOF-SW      PIC 9.
       77  YTD-EOF-SW      PIC 9.
       77  DHO-EOF         PIC 9.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  BNC-MASTER-OK   PIC 9 VALUE 0.
       77  DEPT-MASTER-OK  PIC 9 VALUE 0.
       77  EMM-FND         PIC 9.
       77  BNC-FND         PIC 9.
       77  DHI-OK-SW       PIC 9 VALUE 0.
       77  HSG-SW          PIC 9 VALUE 0.
       77  DHG-SW          PIC 9 VALUE 0.
       77  RDP-DIAS        PIC 9(03) VALUE 30.
       77  HOY-N           PIC 9(08).
       77  HOY-DIA         PIC 9(07).
       77  RDP-FEC-N       PIC 9(08).
       77  RDP-EDAD        PIC S9(07).
       77  CHK-SUB         PIC 9.
       77  MES-SUB         PIC 99.
       77  DSP-SUB         PIC 9.
       77  ERR-TOT         PIC 9(06) VALUE 0.
       77  AVI-TOT         PIC 9(06) VALUE 0.
       77  DHS-ORD-WK      PIC 9(08) VALUE 0.
       77  HIS-ORD         PIC 9(04) VALUE 0.
       77  DSP-NOM         PIC X(20).
       77  ERR-TXT         PIC X(92).
       77  AVI-TXT         PIC X(92).
       77  CNT-ED          PIC Z(05)9.
       77  IMP-ED          PIC Z(06)9.99.
       77  CMP-A-ED        PIC -(12)9.99.
       77  CMP-B-ED        PIC -(12)9.99.
       77  CMP-A-ENT       PIC -(12)9.
       77  CMP-B-ENT       PIC -(12)9.
       77  CMP-A-TXT       PIC X(16).
       77  CMP-B-TXT       PIC X(16).
       77  REP-EMPRESA     PIC X(21) VALUE "\\ STEFANINI GROUP //".
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.
       01  FEC-COLA.
           02 FCO-AA   PIC 99.
           02 FCO-MM   PIC 99.
           02 FCO-DD   PIC 99.
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
      *    TOTALES DE LA CORRIDA SEGUN HISTORIA.DAT (CORRIDA MAS SUS
      *    SUPLEMENTOS) Y SEGUN LA ULTIMA FILA DE CADA DEPTO EN DEPTHIST
       01  GRUPO-HISTORIA.
           02 HSG-PER-TXT  PIC X(20).
           02 HSG-EMP      PIC S9(09).
           02 HSG-PERC     PIC S9(11)V99.
           02 HSG-DEDU     PIC S9(11)V99.
           02 HSG-SALA     PIC S9(11)V99.
       01  GRUPO-DEPTHIST.
           02 DHG-SEQ      PIC 9(04).
           02 DHG-DEPT-ANT PIC X(03).
           02 DHG-EMP      PIC S9(09).
           02 DHG-PERC     PIC S9(11)V99.
           02 DHG-DEDU     PIC S9(11)V99.
           02 DHG-SALA     PIC S9(11)V99.
           02 DHG-H-EMP    PIC 9(04).
           02 DHG-H-PERC   PIC 9(09)V99.
           02 DHG-H-DEDU   PIC 9(09).
           02 DHG-H-SALA   PIC S9(09)V99.
       01  COMPARACION.
           02 CMP-ETQ      PIC X(30).
           02 CMP-CAMPO    PIC X(10).
           02 CMP-LADO-A   PIC X(09).
           02 CMP-LADO-B   PIC X(09).
           02 CMP-A        PIC S9(11)V99.
           02 CMP-B        PIC S9(11)V99.
           02 CMP-ENT-SW   PIC 9 VALUE 0.
       01  SUMA-MESES.
           02 SUM-PERC     PIC S9(11)V99.
           02 SUM-DEDU     PIC S9(11)V99.
           02 SUM-SALA     PIC S9(11)V99.
           02 SUM-ISR      PIC S9(11)V99.
       01  CONTROL-DISPERSION.
           02 DSP-H-CNT    PIC 9(06).
           02 DSP-D-CNT    PIC 9(06).
           02 DSP-T-CNT-WK PIC 9(06).
           02 DSP-POST-CNT PIC 9(06).
           02 DSP-MAL-CNT  PIC 9(06).
           02 DSP-D-TOT    PIC 9(11)V99.
           02 DSP-T-CNT-V  PIC 9(06).
           02 DSP-T-IMP-V  PIC 9(11)V99.
       01  DSP-ARCHIVOS.
           03 FILLER   PIC X(12) VALUE "BANCDISP.TXT".
           03 FILLER   PIC X(12) VALUE "SUPDISP.TXT ".
           03 FILLER   PIC X(12) VALUE "BANCDISP.SUP".
           03 FILLER   PIC X(12) VALUE "FINDISP.TXT ".
       01  DSP-ARCHIVOS-R REDEFINES DSP-ARCHIVOS.
           02 DSP-ARCH-ROW OCCURS 4 TIMES.
               03 DSP-ARCH-NOM PIC X(12).
       01  VERIFICACIONES.
           03 FILLER   PIC X(40) VALUE
                       "CONCFIJ.DAT CONTRA EMPMST".
           03 FILLER   PIC X(40) VALUE
                       "BANCMST CONTRA EMPMST".
           03 FILLER   PIC X(40) VALUE
                       "EMPLEADOS ACTIVOS SIN CUENTA VIGENTE".
           03 FILLER   PIC X(40) VALUE
                       "DEPTOS DE EMSYTD CONTRA DEPTMST".
           03 FILLER   PIC X(40) VALUE
                       "ACUMULADO ANUAL CONTRA MESES EN EMSYTD".
           03 FILLER   PIC X(40) VALUE
                       "DEPTHIST.DAT CONTRA HISTORIA.DAT".
           03 FILLER   PIC X(40) VALUE
                       "DISPERSIONES CONTRA SU CONTROL T".
           03 FILLER   PIC X(40) VALUE
                       "ANTIGUEDAD DE LA COLA REDISP.DAT".
       01  VERIFICACIONES-R REDEFINES VERIFICACIONES.
           02 VER-ROW OCCURS 8 TIMES.
               03 VER-DESC  PIC X(40).
       01  CONTADORES.
           02 CNT-ROW OCCURS 8 TIMES.
               03 CHK-REV   PIC 9(06).
               03 CHK-ERR   PIC 9(06).

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           COMPUTE HOY-N = 20000000 + FEC-AA * 10000 + FEC-MM * 100
                         + FEC-DD.
           COMPUTE HOY-DIA = FUNCTION INTEGER-OF-DATE(HOY-N).
           PERFORM VARYING CHK-SUB FROM 1 BY 1 UNTIL CHK-SUB > 8
               MOVE 0 TO CHK-REV(CHK-SUB)
               MOVE 0 TO CHK-ERR(CHK-SUB)
           END-PERFORM.
           PERFORM LEE-PARAMETROS.
           OPEN OUTPUT VERREP.
           MOVE SPACES TO LOG-REG.
           STRING REP-EMPRESA
                  "  VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS DEL "
                  FEC-DD "/" FEC-MM "/20" FEC-AA
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           PERFORM ABRE-MAESTROS.
           PERFORM VERIFICA-CONCFIJ.
           PERFORM VERIFICA-BANCMST.
           PERFORM VERIFICA-CUENTAS.
           PERFORM VERIFICA-EMSYTD.
           PERFORM VERIFICA-HISTORIA.
           PERFORM VERIFICA-DISPERSIONES.
           PERFORM VERIFICA-REDISP.
           PERFORM GRABA-RESUMEN.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           IF BNC-MASTER-OK = 1
               CLOSE BANCMST
           END-IF.
           IF DEPT-MASTER-OK = 1
               CLOSE DEPTMST
           END-IF.
           CLOSE VERREP.
           DISPLAY "VERIFICACION DE INTEGRIDAD ERRORES: " ERR-TOT
                   " AVISOS: " AVI-TOT.
           IF ERR-TOT > 0
               DISPLAY "ARCHIVOS CON ERRORES, DETENER LA CORRIDA Y"
                       " REVISAR VERREP.TXT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ARCHIVOS CONSISTENTES, LA CORRIDA PUEDE"
                       " CONTINUAR"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *---------- MAESTROS PARA LAS BUSQUEDAS POR LLAVE ----------
       ABRE-MAESTROS.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           ELSE
               MOVE SPACES TO ERR-TXT
               STRING "NO SE PUDO ABRIR EMPMST, STATUS: " EMM-STATUS
                      " NO SE REVISAN EMPLEADOS"
                      DELIMITED BY SIZE INTO ERR-TXT
               MOVE 1 TO CHK-SUB
               PERFORM GRABA-ERROR
           END-IF.
           OPEN INPUT BANCMST.
           IF BNC-STATUS = "00"
               MOVE 1 TO BNC-MASTER-OK
           ELSE
               MOVE SPACES TO ERR-TXT
               STRING "NO SE PUDO ABRIR BANCMST, STATUS: " BNC-STATUS
                      " NO SE REVISAN CUENTAS"
                      DELIMITED BY SIZE INTO ERR-TXT
               MOVE 2 TO CHK-SUB
               PERFORM GRABA-ERROR
           END-IF.
           OPEN INPUT DEPTMST.
           IF DMS-STATUS = "00"
               MOVE 1 TO DEPT-MASTER-OK
           ELSE
               MOVE SPACES TO AVI-TXT
               STRING "SIN MAESTRO DEPTMST, NO SE REVISAN LOS DEPTOS"
                      " DE EMSYTD"
                      DELIMITED BY SIZE INTO AVI-TXT
               PERFORM GRABA-AVISO
           END-IF.

      *---------- CONCEPTOS FIJOS DE EMPLEADOS INEXISTENTES O BAJA ----
       VERIFICA-CONCFIJ.
           MOVE 1 TO CHK-SUB.
           PERFORM GRABA-TITULO.
           OPEN INPUT CONCFIJ.
           IF CFJ-STATUS NOT = "00"
               MOVE "SIN ARCHIVO CONCFIJ.DAT, NADA QUE REVISAR"
                 TO AVI-TXT
               PERFORM GRABA-AVISO
           ELSE
               IF EMP-MASTER-OK = 1
                   PERFORM UNTIL CFJ-STATUS NOT = "00"
                       READ CONCFIJ
                           AT END
                               MOVE "10" TO CFJ-STATUS
                           NOT AT END
                               PERFORM REVISA-CONCFIJ
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CONCFIJ
           END-IF.
           PERFORM GRABA-SUBTOTAL.

       REVISA-CONCFIJ.
           ADD 1 TO CHK-REV(CHK-SUB).
           MOVE 0 TO EMM-FND.
           IF CFJ-NOMI IS NUMERIC
               MOVE CFJ-NOMI TO EMM-NOMI
               PERFORM BUSCA-EMPLEADO
           END-IF.
           MOVE SPACES TO ERR-TXT.
           EVALUATE TRUE
               WHEN CFJ-NOMI IS NOT NUMERIC
                   STRING "CONCFIJ: NOMINA INVALIDA " CFJ-NOMI
                          " CONCEPTO " CFJ-CONC
                          DELIMITED BY SIZE INTO ERR-TXT
               WHEN EMM-FND = 0
                   STRING "CONCFIJ: NOMINA " CFJ-NOMI
                          " CONCEPTO " CFJ-CONC
                          " NO EXISTE EN EMPMST"
                          DELIMITED BY SIZE INTO ERR-TXT
               WHEN EMM-ESTADO = "B"
                   STRING "CONCFIJ: NOMINA " CFJ-NOMI
                          " CONCEPTO " CFJ-CONC
                          " EMPLEADO DADO DE BAJA EL " EMM-BAJA-FEC
                          DELIMITED BY SIZE INTO ERR-TXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ERR-TXT NOT = SPACES
               PERFORM GRABA-ERROR
           END-IF.

      *---------- CUENTAS DE EMPLEADOS INEXISTENTES O DE BAJA ----------
      *    LA CUENTA DE UNA BAJA SE CONSERVA MIENTRAS SU FINIQUITO ESTA
      *    PENDIENTE, PORQUE 5EMPFIN LA USA PARA DISPERSARLO
       VERIFICA-BANCMST.
           MOVE 2 TO CHK-SUB.
           PERFORM GRABA-TITULO.
           IF BNC-MASTER-OK = 1 AND EMP-MASTER-OK = 1
               MOVE 0 TO BNC-NOMI
               START BANCMST KEY NOT < BNC-NOMI
                   INVALID KEY
                       MOVE 1 TO BNC-EOF-SW
                   NOT INVALID KEY
                       MOVE 0 TO BNC-EOF-SW
               END-START
               PERFORM UNTIL BNC-EOF-SW = 1
                   READ BANCMST NEXT RECORD
                       AT END
                           MOVE 1 TO BNC-EOF-SW
                       NOT AT END
                           PERFORM REVISA-CUENTA
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM GRABA-SUBTOTAL.

       REVISA-CUENTA.
           ADD 1 TO CHK-REV(CHK-SUB).
           MOVE BNC-NOMI TO EMM-NOMI.
           PERFORM BUSCA-EMPLEADO.
           MOVE SPACES TO ERR-TXT.
           EVALUATE TRUE
               WHEN EMM-FND = 0
                   STRING "BANCMST: NOMINA " BNC-NOMI
                          " CLABE " BNC-CLABE
                          " NO EXISTE EN EMPMST"
                          DELIMITED BY SIZE INTO ERR-TXT
               WHEN EMM-ESTADO = "B" AND EMM-FIN-EST NOT = "P"
                   STRING "BANCMST: NOMINA " BNC-NOMI
                          " CLABE " BNC-CLABE
                          " EMPLEADO DADO DE BAJA EL " EMM-BAJA-FEC
                          DELIMITED BY SIZE INTO ERR-TXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ERR-TXT NOT = SPACES
               PERFORM GRABA-ERROR
           END-IF.

      *-------- EMPLEADOS A PAGAR SIN CUENTA BANCARIA VIGENTE --------
       VERIFICA-CUENTAS.
           MOVE 3 TO CHK-SUB.
           PERFORM GRABA-TITULO.
           IF BNC-MASTER-OK = 1 AND EMP-MASTER-OK = 1
               MOVE 0 TO EMM-NOMI
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
                           IF EMM-ESTADO NOT = "B" OR
                              EMM-FIN-EST = "P"
                               PERFORM REVISA-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM GRABA-SUBTOTAL.

       REVISA-EMPLEADO.
           ADD 1 TO CHK-REV(CHK-SUB).
           MOVE 0 TO BNC-FND.
           MOVE EMM-NOMI TO BNC-NOMI.
           READ BANCMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO BNC-FND
           END-READ.
           MOVE SPACES TO ERR-TXT.
           EVALUATE TRUE
               WHEN BNC-FND = 0
                   STRING "EMPMST: NOMINA " EMM-NOMI " " EMM-NOMB
                          " DEPTO " EMM-DEPT " SIN CUENTA BANCARIA"
                          DELIMITED BY SIZE INTO ERR-TXT
               WHEN BNC-ESTADO NOT = "A"
                   STRING "EMPMST: NOMINA " EMM-NOMI " " EMM-NOMB
                          " DEPTO " EMM-DEPT " CUENTA NO VIGENTE,"
                          " ESTADO " BNC-ESTADO
                          DELIMITED BY SIZE INTO ERR-TXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ERR-TXT NOT = SPACES
               PERFORM GRABA-ERROR
           END-IF.

       BUSCA-EMPLEADO.
           MOVE 0 TO EMM-FND.
           READ EMPMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO EMM-FND
           END-READ.

      *------ DEPTOS DE EMSYTD Y ACUMULADO ANUAL CONTRA LOS MESES ------
       VERIFICA-EMSYTD.
           OPEN INPUT EMSYTD.
           IF YTD-STATUS NOT = "00"
               MOVE 4 TO CHK-SUB
               PERFORM GRABA-TITULO
               MOVE SPACES TO AVI-TXT
               STRING "NO SE PUDO ABRIR EMSYTD, STATUS: " YTD-STATUS
                      " NO SE REVISAN ACUMULADOS"
                      DELIMITED BY SIZE INTO AVI-TXT
               PERFORM GRABA-AVISO
               PERFORM GRABA-SUBTOTAL
               MOVE 5 TO CHK-SUB
               PERFORM GRABA-TITULO
               PERFORM GRABA-SUBTOTAL
           ELSE
               MOVE 4 TO CHK-SUB
               PERFORM GRABA-TITULO
               IF DEPT-MASTER-OK = 1
                   PERFORM RECORRE-EMSYTD
               END-IF
               PERFORM GRABA-SUBTOTAL
               MOVE 5 TO CHK-SUB
               PERFORM GRABA-TITULO
               PERFORM RECORRE-EMSYTD
               PERFORM GRABA-SUBTOTAL
               CLOSE EMSYTD
           END-IF.

       RECORRE-EMSYTD.
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
                       ADD 1 TO CHK-REV(CHK-SUB)
                       IF CHK-SUB = 4
                           PERFORM REVISA-DEPTO-YTD
                       ELSE
                           PERFORM REVISA-MESES-YTD
                       END-IF
               END-READ
           END-PERFORM.

       REVISA-DEPTO-YTD.
           MOVE YTD-DEPT TO DMS-COD.
           READ DEPTMST
               INVALID KEY
                   MOVE SPACES TO ERR-TXT
                   STRING "EMSYTD: NOMINA " YTD-NOMI " DEPTO "
                          YTD-DEPT " NO EXISTE EN DEPTMST"
                          DELIMITED BY SIZE INTO ERR-TXT
                   PERFORM GRABA-ERROR
           END-READ.

       REVISA-MESES-YTD.
           MOVE 0 TO SUM-PERC, SUM-DEDU, SUM-SALA, SUM-ISR.
           PERFORM VARYING MES-SUB FROM 1 BY 1 UNTIL MES-SUB > 12
               ADD YTD-M-PERC(MES-SUB) TO SUM-PERC
               ADD YTD-M-DEDU(MES-SUB) TO SUM-DEDU
               ADD YTD-M-SALA(MES-SUB) TO SUM-SALA
               ADD YTD-M-ISR(MES-SUB)  TO SUM-ISR
           END-PERFORM.
           MOVE SPACES TO CMP-ETQ.
           STRING "EMSYTD: " YTD-NOMI "/" YTD-DEPT
                  DELIMITED BY SIZE INTO CMP-ETQ.
           MOVE "ANUAL"     TO CMP-LADO-A.
           MOVE "MESES"     TO CMP-LADO-B.
           MOVE "PERCEPCION" TO CMP-CAMPO.
           MOVE YTD-PERC    TO CMP-A.
           MOVE SUM-PERC    TO CMP-B.
           PERFORM COMPARA-IMPORTES.
           MOVE "DEDUCCION" TO CMP-CAMPO.
           MOVE YTD-DEDU    TO CMP-A.
           MOVE SUM-DEDU    TO CMP-B.
           PERFORM COMPARA-IMPORTES.
           MOVE "SALARIO"   TO CMP-CAMPO.
           MOVE YTD-SALA    TO CMP-A.
           MOVE SUM-SALA    TO CMP-B.
           PERFORM COMPARA-IMPORTES.
           MOVE "ISR"       TO CMP-CAMPO.
           MOVE YTD-ISR     TO CMP-A.
           MOVE SUM-ISR     TO CMP-B.
           PERFORM COMPARA-IMPORTES.

      *---------- DEPTHIST CONTRA HISTORIA POR CORRIDA ----------
      *    LA CORRIDA N DE HISTORIA.DAT (N-ESIMO RENGLON DE NOMINA) ES
      *    LA SECUENCIA N DE DEPTHIST. LOS SUPLEMENTOS DE LA CORRIDA
      *    REGRABAN LA FILA DEL DEPTO CON EL ACUMULADO, ASI QUE VALE LA
      *    ULTIMA FILA DE CADA DEPTO Y SE COMPARA CONTRA LA CORRIDA MAS
      *    SUS RENGLONES SUPLEMENTO
       VERIFICA-HISTORIA.
           MOVE 6 TO CHK-SUB.
           PERFORM GRABA-TITULO.
           MOVE 0 TO DHI-OK-SW.
           OPEN INPUT DEPTHIST.
           IF DHI-STATUS = "00"
               MOVE 1 TO DHI-OK-SW
               CLOSE DEPTHIST
           END-IF.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS NOT = "00" AND DHI-OK-SW = 0
               MOVE "SIN HISTORIA.DAT NI DEPTHIST.DAT, NADA QUE REVISAR"
                 TO AVI-TXT
               PERFORM GRABA-AVISO
           ELSE
               MOVE 0 TO DHS-ORD-WK
               SORT DHISRT ON ASCENDING KEY DHS-SEQ DHS-DEPT DHS-ORD
                           INPUT PROCEDURE LIBERA-DEPTHIST
                           GIVING DHIORD
               OPEN INPUT DHIORD
               MOVE 0 TO DHO-EOF
               PERFORM LEE-DHIORD
               PERFORM SIGUIENTE-GRUPO-DHI
               MOVE 0 TO HIS-ORD
               MOVE 0 TO HSG-SW
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HISTFILE
                       AT END
                           MOVE "10" TO HIST-STATUS
                       NOT AT END
                           PERFORM ANALIZA-HISTORIA
                   END-READ
               END-PERFORM
               IF HSG-SW = 1
                   PERFORM CIERRA-GRUPO-HIS
               END-IF
               PERFORM UNTIL DHG-SW = 0
                   PERFORM DEPTHIST-SIN-HISTORIA
               END-PERFORM
               CLOSE DHIORD
           END-IF.
           IF HIST-STATUS = "10"
               CLOSE HISTFILE
           END-IF.
           PERFORM GRABA-SUBTOTAL.

      *-- LIBERA LAS FILAS DE DEPTHIST EN EL ORDEN EN QUE SE GRABARON --
       LIBERA-DEPTHIST.
           OPEN INPUT DEPTHIST.
           IF DHI-STATUS = "00"
               PERFORM UNTIL DHI-STATUS NOT = "00"
                   READ DEPTHIST
                       AT END
                           MOVE "10" TO DHI-STATUS
                       NOT AT END
                           ADD 1 TO DHS-ORD-WK
                           IF DHI-SEQ IS NUMERIC
                               MOVE DHI-SEQ    TO DHS-SEQ
                               MOVE DHI-DEPT   TO DHS-DEPT
                               MOVE DHS-ORD-WK TO DHS-ORD
                               MOVE DHI-EMP    TO DHS-EMP
                               MOVE DHI-PERC   TO DHS-PERC
                               MOVE DHI-DEDU   TO DHS-DEDU
                               MOVE DHI-SALA   TO DHS-SALA
                               RELEASE DHS-REG
                           ELSE
                               MOVE SPACES TO ERR-TXT
                               STRING "DEPTHIST: RENGLON " DHS-ORD-WK
                                      " CON SECUENCIA INVALIDA"
                                      DELIMITED BY SIZE INTO ERR-TXT
                               PERFORM GRABA-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTHIST
           END-IF.

       LEE-DHIORD.
           READ DHIORD AT END MOVE 1 TO DHO-EOF.

      *-------- TOTALES DE LA SIGUIENTE SECUENCIA DE DEPTHIST --------
       SIGUIENTE-GRUPO-DHI.
           IF DHO-EOF = 1
               MOVE 0 TO DHG-SW
           ELSE
               MOVE 1 TO DHG-SW
               MOVE DHO-SEQ TO DHG-SEQ
               MOVE 0 TO DHG-EMP, DHG-PERC, DHG-DEDU, DHG-SALA
               PERFORM UNTIL DHO-EOF = 1 OR DHO-SEQ NOT = DHG-SEQ
                   MOVE DHO-DEPT TO DHG-DEPT-ANT
                   MOVE DHO-EMP  TO DHG-H-EMP
                   MOVE DHO-PERC TO DHG-H-PERC
                   MOVE DHO-DEDU TO DHG-H-DEDU
                   MOVE DHO-SALA TO DHG-H-SALA
                   PERFORM LEE-DHIORD
                   IF DHO-EOF = 1 OR DHO-SEQ NOT = DHG-SEQ OR
                      DHO-DEPT NOT = DHG-DEPT-ANT
                       ADD DHG-H-EMP  TO DHG-EMP
                       ADD DHG-H-PERC TO DHG-PERC
                       ADD DHG-H-DEDU TO DHG-DEDU
                       ADD DHG-H-SALA TO DHG-SALA
                   END-IF
               END-PERFORM
           END-IF.

      *----- CORRIDAS Y SUPLEMENTOS DE UN RENGLON DE HISTORIA.DAT -----
       ANALIZA-HISTORIA.
           MOVE SPACES TO HIS-CAMPOS.
           UNSTRING HIS-LINE DELIMITED BY ","
               INTO HCA-1 HCA-2 HCA-3 HCA-4 HCA-5
                    HCA-6 HCA-7 HCA-8 HCA-9.
           EVALUATE TRUE
               WHEN HCA-1(3:1) = "/"
                   IF HSG-SW = 1
                       PERFORM CIERRA-GRUPO-HIS
                   END-IF
                   ADD 1 TO HIS-ORD
                   MOVE 1 TO HSG-SW
                   MOVE HCA-2 TO HSG-PER-TXT
                   IF HCA-8 NOT = SPACES
                       MOVE SPACES TO HSG-PER-TXT
                       STRING FUNCTION TRIM(HCA-2) " " HCA-8
                              DELIMITED BY SIZE INTO HSG-PER-TXT
                   END-IF
                   COMPUTE HSG-EMP  = FUNCTION NUMVAL(HCA-3)
                   COMPUTE HSG-PERC = FUNCTION NUMVAL(HCA-5)
                   COMPUTE HSG-DEDU = FUNCTION NUMVAL(HCA-6)
                   COMPUTE HSG-SALA = FUNCTION NUMVAL(HCA-7)
               WHEN HCA-1 = "SUPLEMENTO" AND HSG-SW = 1
                   ADD FUNCTION NUMVAL(HCA-4) TO HSG-EMP
                   ADD FUNCTION NUMVAL(HCA-5) TO HSG-PERC
                   ADD FUNCTION NUMVAL(HCA-6) TO HSG-DEDU
                   ADD FUNCTION NUMVAL(HCA-7) TO HSG-SALA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------- CUADRA UNA CORRIDA CONTRA SU SECUENCIA ----------
       CIERRA-GRUPO-HIS.
           ADD 1 TO CHK-REV(CHK-SUB).
           PERFORM UNTIL DHG-SW = 0 OR DHG-SEQ NOT < HIS-ORD
               PERFORM DEPTHIST-SIN-HISTORIA
           END-PERFORM.
           IF DHG-SW = 1 AND DHG-SEQ = HIS-ORD
               MOVE SPACES TO CMP-ETQ
               STRING "CORRIDA " HIS-ORD " "
                      FUNCTION TRIM(HSG-PER-TXT)
                      DELIMITED BY SIZE INTO CMP-ETQ
               MOVE "HISTORIA"  TO CMP-LADO-A
               MOVE "DEPTHIST"  TO CMP-LADO-B
               MOVE "EMPLEADOS" TO CMP-CAMPO
               MOVE 1           TO CMP-ENT-SW
               MOVE HSG-EMP     TO CMP-A
               MOVE DHG-EMP     TO CMP-B
               PERFORM COMPARA-IMPORTES
               MOVE "PERCEPCION" TO CMP-CAMPO
               MOVE HSG-PERC    TO CMP-A
               MOVE DHG-PERC    TO CMP-B
               PERFORM COMPARA-IMPORTES
               MOVE "DEDUCCION" TO CMP-CAMPO
               MOVE HSG-DEDU    TO CMP-A
               MOVE DHG-DEDU    TO CMP-B
               PERFORM COMPARA-IMPORTES
               MOVE "SALARIO"   TO CMP-CAMPO
               MOVE HSG-SALA    TO CMP-A
               MOVE DHG-SALA    TO CMP-B
               PERFORM COMPARA-IMPORTES
               PERFORM SIGUIENTE-GRUPO-DHI
           ELSE
               MOVE SPACES TO ERR-TXT
               STRING "HISTORIA: CORRIDA " HIS-ORD " PERIODO "
                      FUNCTION TRIM(HSG-PER-TXT)
                      " SIN DETALLE POR DEPTO EN DEPTHIST"
                      DELIMITED BY SIZE INTO ERR-TXT
               PERFORM GRABA-ERROR
           END-IF.
           MOVE 0 TO HSG-SW.

       DEPTHIST-SIN-HISTORIA.
           MOVE SPACES TO ERR-TXT.
           STRING "DEPTHIST: SECUENCIA " DHG-SEQ
                  " SIN CORRIDA EN HISTORIA.DAT"
                  DELIMITED BY SIZE INTO ERR-TXT.
           PERFORM GRABA-ERROR.
           PERFORM SIGUIENTE-GRUPO-DHI.

      *-------- DETALLE DE CADA DISPERSION CONTRA SU CONTROL --------
       VERIFICA-DISPERSIONES.
           MOVE 7 TO CHK-SUB.
           PERFORM GRABA-TITULO.
           PERFORM VARYING DSP-SUB FROM 1 BY 1 UNTIL DSP-SUB > 4
               PERFORM VERIFICA-DISPERSION
           END-PERFORM.
           PERFORM GRABA-SUBTOTAL.

       VERIFICA-DISPERSION.
           MOVE DSP-ARCH-NOM(DSP-SUB) TO DSP-NOM.
           OPEN INPUT DISPIN.
           IF DSP-STATUS NOT = "00"
               MOVE SPACES TO AVI-TXT
               STRING "SIN ARCHIVO " DSP-ARCH-NOM(DSP-SUB)
                      ", NADA QUE REVISAR"
                      DELIMITED BY SIZE INTO AVI-TXT
               PERFORM GRABA-AVISO
           ELSE
               ADD 1 TO CHK-REV(CHK-SUB)
               MOVE 0 TO DSP-H-CNT, DSP-D-CNT, DSP-T-CNT-WK
               MOVE 0 TO DSP-POST-CNT, DSP-MAL-CNT, DSP-D-TOT
               MOVE 0 TO DSP-T-CNT-V, DSP-T-IMP-V
               PERFORM UNTIL DSP-STATUS NOT = "00"
                   READ DISPIN
                       AT END
                           MOVE "10" TO DSP-STATUS
                       NOT AT END
                           PERFORM CUENTA-DISPERSION
                   END-READ
               END-PERFORM
               CLOSE DISPIN
               PERFORM CUADRA-DISPERSION
           END-IF.

       CUENTA-DISPERSION.
           IF DSP-T-CNT-WK > 0
               ADD 1 TO DSP-POST-CNT
           END-IF.
           EVALUATE TRUE
               WHEN DSP-TIPO = "H"
                   ADD 1 TO DSP-H-CNT
               WHEN DSP-TIPO = "D" AND DSP-D-IMP IS NUMERIC
                   ADD 1 TO DSP-D-CNT
                   ADD DSP-D-IMP TO DSP-D-TOT
               WHEN DSP-TIPO = "T" AND DSP-T-CNT IS NUMERIC
                                   AND DSP-T-IMP IS NUMERIC
                   ADD 1 TO DSP-T-CNT-WK
                   MOVE DSP-T-CNT TO DSP-T-CNT-V
                   MOVE DSP-T-IMP TO DSP-T-IMP-V
               WHEN OTHER
                   ADD 1 TO DSP-MAL-CNT
           END-EVALUATE.

       CUADRA-DISPERSION.
           IF DSP-H-CNT NOT = 1
               MOVE DSP-H-CNT TO CNT-ED
               MOVE SPACES TO ERR-TXT
               STRING DSP-NOM " CON " CNT-ED
                      " REGISTROS DE ENCABEZADO H"
                      DELIMITED BY SIZE INTO ERR-TXT
               PERFORM GRABA-ERROR
           END-IF.
           IF DSP-MAL-CNT > 0
               MOVE DSP-MAL-CNT TO CNT-ED
               MOVE SPACES TO ERR-TXT
               STRING DSP-NOM " CON " CNT-ED
                      " REGISTROS DE TIPO O IMPORTE INVALIDO"
                      DELIMITED BY SIZE INTO ERR-TXT
               PERFORM GRABA-ERROR
           END-IF.
           EVALUATE TRUE
               WHEN DSP-T-CNT-WK = 0
                   MOVE SPACES TO ERR-TXT
                   STRING DSP-NOM " SIN REGISTRO DE CONTROL T,"
                          " DISPERSION INCOMPLETA"
                          DELIMITED BY SIZE INTO ERR-TXT
                   PERFORM GRABA-ERROR
               WHEN DSP-T-CNT-WK > 1 OR DSP-POST-CNT > 0
                   MOVE SPACES TO ERR-TXT
                   STRING DSP-NOM " CON REGISTROS DESPUES DEL"
                          " CONTROL T"
                          DELIMITED BY SIZE INTO ERR-TXT
                   PERFORM GRABA-ERROR
               WHEN OTHER
                   MOVE SPACES TO CMP-ETQ
                   MOVE DSP-NOM     TO CMP-ETQ
                   MOVE "CONTROL T" TO CMP-LADO-A
                   MOVE "DETALLE"   TO CMP-LADO-B
                   MOVE "PAGOS"     TO CMP-CAMPO
                   MOVE 1           TO CMP-ENT-SW
                   MOVE DSP-T-CNT-V TO CMP-A
                   MOVE DSP-D-CNT   TO CMP-B
                   PERFORM COMPARA-IMPORTES
                   MOVE "IMPORTE"   TO CMP-CAMPO
                   MOVE DSP-T-IMP-V TO CMP-A
                   MOVE DSP-D-TOT   TO CMP-B
                   PERFORM COMPARA-IMPORTES
           END-EVALUATE.

      *---------- PAGOS VIEJOS EN LA COLA DE REDISPERSION ----------
       VERIFICA-REDISP.
           MOVE 8 TO CHK-SUB.
           PERFORM GRABA-TITULO.
           OPEN INPUT REDISP.
           IF RDP-STATUS NOT = "00"
               MOVE "COLA DE REDISPERSION VACIA, NADA QUE REVISAR"
                 TO AVI-TXT
               PERFORM GRABA-AVISO
           ELSE
               PERFORM UNTIL RDP-STATUS NOT = "00"
                   READ REDISP
                       AT END
                           MOVE "10" TO RDP-STATUS
                       NOT AT END
                           PERFORM REVISA-REDISP
                   END-READ
               END-PERFORM
               CLOSE REDISP
           END-IF.
           PERFORM GRABA-SUBTOTAL.

       REVISA-REDISP.
           ADD 1 TO CHK-REV(CHK-SUB).
           MOVE 0 TO RDP-EDAD.
           MOVE ZEROS TO FEC-COLA.
           IF RDP-FECHA IS NUMERIC
               MOVE RDP-FECHA TO FEC-COLA
           END-IF.
           MOVE 0 TO IMP-ED.
           IF RDP-IMP IS NUMERIC
               MOVE RDP-IMP TO IMP-ED
           END-IF.
           MOVE SPACES TO ERR-TXT.
           IF FCO-MM < 1 OR FCO-MM > 12 OR FCO-DD < 1 OR FCO-DD > 31
               STRING "REDISP: NOMINA " RDP-NOMI " IMPORTE " IMP-ED
                      " CON FECHA INVALIDA " RDP-FECHA
                      DELIMITED BY SIZE INTO ERR-TXT
           ELSE
               COMPUTE RDP-FEC-N = 20000000 + FCO-AA * 10000
                                 + FCO-MM * 100 + FCO-DD
               COMPUTE RDP-EDAD = HOY-DIA -
                       FUNCTION INTEGER-OF-DATE(RDP-FEC-N)
               IF RDP-EDAD > RDP-DIAS
                   STRING "REDISP: NOMINA " RDP-NOMI " IMPORTE "
                          IMP-ED " EN COLA DESDE " FCO-DD "/"
                          FCO-MM "/20" FCO-AA ", MAS DE " RDP-DIAS
                          " DIAS"
                          DELIMITED BY SIZE INTO ERR-TXT
               END-IF
           END-IF.
           IF ERR-TXT NOT = SPACES
               PERFORM GRABA-ERROR
           END-IF.

      *---------- COMPARA DOS TOTALES QUE DEBEN SER IGUALES ----------
       COMPARA-IMPORTES.
           IF CMP-A NOT = CMP-B
               IF CMP-ENT-SW = 1
                   MOVE CMP-A TO CMP-A-ENT
                   MOVE CMP-B TO CMP-B-ENT
                   MOVE CMP-A-ENT TO CMP-A-TXT
                   MOVE CMP-B-ENT TO CMP-B-TXT
               ELSE
                   MOVE CMP-A TO CMP-A-ED
                   MOVE CMP-B TO CMP-B-ED
                   MOVE CMP-A-ED TO CMP-A-TXT
                   MOVE CMP-B-ED TO CMP-B-TXT
               END-IF
               MOVE SPACES TO ERR-TXT
               STRING FUNCTION TRIM(CMP-ETQ) " "
                      FUNCTION TRIM(CMP-CAMPO) " "
                      FUNCTION TRIM(CMP-LADO-A) ": "
                      FUNCTION TRIM(CMP-A-TXT) " "
                      FUNCTION TRIM(CMP-LADO-B) ": "
                      FUNCTION TRIM(CMP-B-TXT)
                      DELIMITED BY SIZE INTO ERR-TXT
               PERFORM GRABA-ERROR
           END-IF.
           MOVE 0 TO CMP-ENT-SW.

      *------------------- RENGLONES DEL REPORTE -------------------
       GRABA-TITULO.
           MOVE SPACES TO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "---------- " CHK-SUB ". " VER-DESC(CHK-SUB)
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       GRABA-SUBTOTAL.
           MOVE SPACES TO LOG-REG.
           STRING "REVISADOS: " CHK-REV(CHK-SUB)
                  " ERRORES: " CHK-ERR(CHK-SUB)
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       GRABA-ERROR.
           ADD 1 TO CHK-ERR(CHK-SUB).
           ADD 1 TO ERR-TOT.
           MOVE SPACES TO LOG-REG.
           STRING "ERROR: " ERR-TXT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       GRABA-AVISO.
           ADD 1 TO AVI-TOT.
           MOVE SPACES TO LOG-REG.
           STRING "AVISO: " AVI-TXT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *----------------- RESUMEN DE LA VERIFICACION -----------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
           WRITE LOG-REG.
           MOVE "RESUMEN DE LA VERIFICACION" TO LOG-REG.
           WRITE LOG-REG.
           PERFORM VARYING CHK-SUB FROM 1 BY 1 UNTIL CHK-SUB > 8
               MOVE SPACES TO LOG-REG
               STRING CHK-SUB ". " VER-DESC(CHK-SUB)
                      " REVISADOS: " CHK-REV(CHK-SUB)
                      " ERRORES: " CHK-ERR(CHK-SUB)
                      DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-PERFORM.
           MOVE SPACES TO LOG-REG.
           IF ERR-TOT > 0
               STRING "RESULTADO: CON ERRORES (" ERR-TOT
                      "), DETENER LA CORRIDA. AVISOS: " AVI-TOT
                      DELIMITED BY SIZE INTO LOG-REG
           ELSE
               STRING "RESULTADO: ARCHIVOS CONSISTENTES. AVISOS: "
                      AVI-TOT
                      DELIMITED BY SIZE INTO LOG-REG
           END-IF.
           WRITE LOG-REG.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-EMPRESA NOT = SPACES
                           MOVE PARM-EMPRESA TO REP-EMPRESA
                       END-IF
                       IF PARM-RDP-DIAS IS NUMERIC AND
                          PARM-RDP-DIAS > 0
                           MOVE PARM-RDP-DIAS TO RDP-DIAS
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPVER.
