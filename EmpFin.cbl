      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Finiquito de los empleados dados de baja en 5EMPMNT
      *          con finiquito pendiente. Con la fecha de ingreso
      *          EMM-ALTA, la fecha y motivo de baja y el sueldo base
      *          calcula aguinaldo proporcional, vacaciones no
      *          disfrutadas del ano de servicio en curso, prima
      *          vacacional y, en despido injustificado, la
      *          indemnizacion de 3 meses mas 20 dias por ano; la
      *          prima de antiguedad en toda separacion salvo renuncia
      *          con menos de 15 anos. El ISR se calcula sobre la parte
      *          gravada (exentos en UMA de PARMCTL) con ISRTAB.DAT
      *          sumada al sueldo del mes. Imprime FINIQ.TXT, genera la
      *          dispersion fuera de ciclo FINDISP.TXT con H/D/T,
      *          postea a EMSYTD en el periodo de PARMCTL y deja
      *          constancia en HISTORIA.DAT. Los dias trabajados del
      *          mes de la baja los paga la nomina con la incidencia B.
      *          Cada finiquito pagado queda en FINCFD.DAT con sus
      *          conceptos, exentos e ISR para que 5EMPCFD emita el
      *          CFDI de separacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPFIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT EMSYTD ASSIGN TO "EMSYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS YTD-STATUS.
           SELECT BANCMST ASSIGN TO "BANCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNC-NOMI
               FILE STATUS IS BNC-STATUS.
           SELECT ISRTAB ASSIGN TO "ISRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISR-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FINIQ ASSIGN TO "FINIQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINDISP ASSIGN TO "FINDISP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINCFD ASSIGN TO "FINCFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTFILE ASSIGN TO "HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT FINLOG ASSIGN TO "FINLOG.TXT"
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
       FD  BANCMST.
       01  BNC-REG.
           02 BNC-NOMI     PIC 9(06).
           02 BNC-BANCO    PIC X(03).
           02 BNC-CLABE    PIC X(18).
           02 BNC-ESTADO   PIC X.
       FD  ISRTAB.
       01  ISR-REG.
           02 ISR-LIM  PIC 9(05)V99.
           02 ISR-CUO  PIC 9(05)V99.
           02 ISR-PCT  PIC 9(02)V99.
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
       FD  FINIQ.
       01  FIN-REG PIC X(100).
       FD  FINDISP.
       01  FDI-REG PIC X(37).
       FD  FINCFD.
       01  FCF-REG.
           02 FCF-PER-AA   PIC 99.
           02 FCF-PER-MM   PIC 99.
           02 FCF-NOMI     PIC 9(06).
           02 FCF-NOMB     PIC X(20).
           02 FCF-DEPT     PIC X(03).
           02 FCF-BAJA-FEC PIC 9(08).
           02 FCF-ANOS     PIC 9(02).
           02 FCF-SUELDO   PIC 9(05)V99.
           02 FCF-CON OCCURS 6 TIMES.
               03 FCF-IMP  PIC 9(07)V99.
               03 FCF-EXE  PIC 9(07)V99.
           02 FCF-PERC     PIC 9(07)V99.
           02 FCF-EXENTO   PIC 9(07)V99.
           02 FCF-DEDU     PIC 9(07).
           02 FCF-SALA     PIC S9(07)V99 SIGN IS LEADING SEPARATE.
       FD  HISTFILE.
       01  HIS-LINE PIC X(100).
       FD  FINLOG.
       01  LOG-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  EMM-STATUS      PIC XX.
       77  YTD-STATUS      PIC XX.
       77  BNC-STATUS      PIC XX.
       77  ISR-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  HIST-STATUS     PIC XX.
       77  EMM-EOF-SW      PIC 9.
       77  BANC-MASTER-OK  PIC 9 VALUE 0.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  FIN-VALIDO      PIC 9.
       77  FIN-MOTIVO      PIC X(30).
       77  FIN-PAG         PIC 9(04) VALUE 0.
       77  FIN-CONT        PIC 9(06) VALUE 0.
       77  FIN-OMITIDOS    PIC 9(06) VALUE 0.
       77  FIN-TOT-PERC    PIC 9(11)V99 VALUE 0.
       77  FIN-TOT-DEDU    PIC 9(11) VALUE 0.
       77  FIN-TOT-SALA    PIC S9(11)V99 VALUE 0.
       77  DISP-CNT        PIC 9(06) VALUE 0.
       77  DISP-TOT        PIC 9(11)V99 VALUE 0.
       77  BAS-FND         PIC 9.
       77  ISR-CONT        PIC 99 VALUE 0.
       77  ISR-SUB         PIC 99.
       77  ISR-FND         PIC 99.
       77  MES-SUB         PIC 99.
       77  CON-SUB         PIC 9.
       77  CALC-PERC       PIC 9(07)V99.
       77  CALC-ISR        PIC 9(07).
       77  FIN-SD          PIC 9(05)V99.
       77  FIN-SD-PA       PIC 9(05)V99.
       77  FIN-DIA-ALTA    PIC 9(07).
       77  FIN-DIA-BAJA    PIC 9(07).
       77  FIN-DIA-REF     PIC 9(07).
       77  FIN-DIAS-SERV   PIC 9(05).
       77  FIN-DIAS-ANO    PIC 9(03).
       77  FIN-DIAS-ANIV   PIC 9(03).
       77  FIN-ANOS        PIC 9(02).
       77  FIN-ANOS-EXE    PIC 9(02).
       77  FIN-ANO-SERV    PIC 9(02).
       77  FIN-VAC-ANUAL   PIC 9(02).
       77  FIN-VAC-DIAS    PIC S9(03)V99.
       77  FIN-TOPE        PIC 9(07)V99.
       77  FIN-IND-TOT     PIC 9(07)V99.
       77  FIN-PERC        PIC 9(07)V99.
       77  FIN-EXENTO      PIC 9(07)V99.
       77  FIN-GRAVADO     PIC 9(07)V99.
       77  FIN-ISR-BASE    PIC 9(07).
       77  FIN-DEDU        PIC 9(07).
       77  FIN-SALA        PIC S9(07)V99.
       77  FIN-PERC-ED     PIC Z(06)9.99.
       77  HIST-PERC-ED    PIC Z(10)9.99.
       77  HIST-DEDU-ED    PIC Z(10)9.
       77  HIST-SALA-ED    PIC -(10)9.99.
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
       01  PARAMETROS-FIN.
           02 FIN-UMA      PIC 9(03)V99 VALUE 0.
           02 FIN-SMG      PIC 9(03)V99 VALUE 0.
       01  ALTA-FEC.
           02 ALT-AAAA     PIC 9(04).
           02 ALT-MMDD.
               03 ALT-MM   PIC 99.
               03 ALT-DD   PIC 99.
       01  ALTA-FEC-N REDEFINES ALTA-FEC PIC 9(08).
       01  BAJA-FEC.
           02 BAJ-AAAA     PIC 9(04).
           02 BAJ-MMDD.
               03 BAJ-MM   PIC 99.
               03 BAJ-DD   PIC 99.
       01  BAJA-FEC-N REDEFINES BAJA-FEC PIC 9(08).
       01  REF-FEC.
           02 REF-AAAA     PIC 9(04).
           02 REF-MMDD.
               03 REF-MM   PIC 99.
               03 REF-DD   PIC 99.
       01  REF-FEC-N REDEFINES REF-FEC PIC 9(08).
       01  CONCEPTOS-DESC.
           02 FILLER PIC X(26) VALUE "AGUINALDO PROPORCIONAL".
           02 FILLER PIC X(26) VALUE "VACACIONES NO DISFRUTADAS".
           02 FILLER PIC X(26) VALUE "PRIMA VACACIONAL 25%".
           02 FILLER PIC X(26) VALUE "INDEMNIZACION 3 MESES".
           02 FILLER PIC X(26) VALUE "INDEMNIZACION 20 DIAS/ANO".
           02 FILLER PIC X(26) VALUE "PRIMA DE ANTIGUEDAD".
       01  CONCEPTOS-DESC-R REDEFINES CONCEPTOS-DESC.
           02 CON-DESC     PIC X(26) OCCURS 6 TIMES.
       01  CONCEPTOS-FIN.
           02 CON-ROW OCCURS 6 TIMES.
               03 CON-DIAS PIC 9(03)V99.
               03 CON-IMP  PIC 9(07)V99.
               03 CON-EXE  PIC 9(07)V99.
       01  ISR-TABLE.
           02 ISR-TAB-ROW OCCURS 20 TIMES.
               03 ISR-TAB-LIM PIC 9(05)V99.
               03 ISR-TAB-CUO PIC 9(05)V99.
               03 ISR-TAB-PCT PIC 9(02)V99.
       01  DISP-HDR.
           02 FILLER         PIC X VALUE "H".
           02 DISP-HDR-FECHA PIC 9(06).
       01  DISP-DET.
           02 FILLER         PIC X VALUE "D".
           02 DISP-DET-NOMI  PIC 9(06).
           02 DISP-DET-BANCO PIC X(03).
           02 DISP-DET-CLABE PIC X(18).
           02 DISP-DET-IMP   PIC 9(07)V99.
       01  DISP-TRL.
           02 FILLER         PIC X VALUE "T".
           02 DISP-TRL-CNT   PIC 9(06).
           02 DISP-TRL-IMP   PIC 9(11)V99.
       01  FINIQUITO-LAYOUT.
           02 FIN-TIT-0.
               03 FILLER       PIC X(22) VALUE ">>--------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(14) VALUE "------------<<".
           02 FIN-TIT-1.
               03 FILLER       PIC X(05) VALUE "PAG: ".
               03 FIN-TI-PAG   PIC ZZZ9.
               03 FILLER       PIC X(20) VALUE SPACES.
               03 FIN-TI-EMPRESA PIC X(21)
                                 VALUE "\\ STEFANINI GROUP //".
               03 FILLER       PIC X(14) VALUE SPACES.
               03 FILLER       PIC X(07) VALUE "FECHA: ".
               03 FIN-TI-DD    PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 FIN-TI-MM    PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 FIN-TI-AA    PIC 99.
           02 FIN-TIT-2.
               03 FILLER       PIC X(25) VALUE SPACES.
               03 FILLER       PIC X(30) VALUE
                                   "FINIQUITO Y LIQUIDACION".
           02 FIN-EMP-LIN.
               03 FILLER       PIC X(08) VALUE "NOMINA: ".
               03 FIN-EMP-NOMI PIC 9(06).
               03 FILLER       PIC X(09) VALUE " NOMBRE: ".
               03 FIN-EMP-NOMB PIC X(20).
               03 FILLER       PIC X(08) VALUE " DEPTO: ".
               03 FIN-EMP-DEPT PIC X(03).
           02 FIN-FEC-LIN.
               03 FILLER       PIC X(09) VALUE "INGRESO: ".
               03 FIN-FE-ADD   PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 FIN-FE-AMM   PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 FIN-FE-AAAA  PIC 9(04).
               03 FILLER       PIC X(08) VALUE "  BAJA: ".
               03 FIN-FE-BDD   PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 FIN-FE-BMM   PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 FIN-FE-BAAAA PIC 9(04).
               03 FILLER       PIC X(10) VALUE "  MOTIVO: ".
               03 FIN-FE-MOT   PIC X(28).
           02 FIN-ANT-LIN.
               03 FILLER       PIC X(12) VALUE "ANTIGUEDAD: ".
               03 FIN-AN-ANOS  PIC Z9.
               03 FILLER       PIC X(07) VALUE " ANOS (".
               03 FIN-AN-DIAS  PIC ZZZZ9.
               03 FILLER       PIC X(07) VALUE " DIAS) ".
               03 FILLER       PIC X(16) VALUE " SALARIO DIARIO:".
               03 FIN-AN-SD    PIC $$$,$$9.99.
               03 FILLER       PIC X(13) VALUE "  VAC TOMADAS".
               03 FIN-AN-VAC   PIC ZZ9.
           02 FIN-TAB-TIT.
               03 FILLER       PIC X(26) VALUE "CONCEPTO".
               03 FILLER       PIC X(08) VALUE "    DIAS".
               03 FILLER       PIC X(15) VALUE "        IMPORTE".
               03 FILLER       PIC X(15) VALUE "         EXENTO".
               03 FILLER       PIC X(15) VALUE "        GRAVADO".
           02 FIN-TAB-SEP.
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(13) VALUE "=============".
           02 FIN-TAB-INF.
               03 FIN-TAB-DESC PIC X(26).
               03 FIN-TAB-DIAS PIC ZZZ9.99.
               03 FILLER       PIC X(01) VALUE SPACES.
               03 FIN-TAB-IMP  PIC $$,$$$,$$9.99.
               03 FILLER       PIC X(02) VALUE SPACES.
               03 FIN-TAB-EXE  PIC $$,$$$,$$9.99.
               03 FILLER       PIC X(02) VALUE SPACES.
               03 FIN-TAB-GRA  PIC $$,$$$,$$9.99.
           02 FIN-TOT-LIN.
               03 FIN-TOT-DESC PIC X(34).
               03 FIN-TOT-IMP  PIC $$,$$$,$$9.99.
           02 FIN-PAGO-LIN.
               03 FILLER       PIC X(06) VALUE "PAGO: ".
               03 FIN-PAGO-DESC PIC X(60).
           02 FIN-FIRMA.
               03 FILLER       PIC X(40) VALUE
                       "RECIBI DE CONFORMIDAD: _________________".
               03 FILLER       PIC X(30) VALUE
                       "   FECHA: ____________________".

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           PERFORM LEE-PARAMETROS.
           IF PER-PARM-SW = 0
               MOVE FEC-AA TO PER-AA
               MOVE FEC-MM TO PER-MM
           END-IF.
           PERFORM CARGA-ISR.
           IF ISR-CONT = 0
               DISPLAY "SIN TABLA DE TRAMOS ISRTAB.DAT, "
                       "FINIQUITOS CANCELADOS"
               STOP RUN
           END-IF.
           OPEN I-O EMPMST.
           IF EMM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMST, STATUS: " EMM-STATUS
               DISPLAY "SI EL ARCHIVO ES DEL FORMATO ANTERIOR,"
                       " CONVIERTA CON 5EMPMCV"
               STOP RUN
           END-IF.
           OPEN I-O EMSYTD.
           IF YTD-STATUS = "35"
               OPEN OUTPUT EMSYTD
               CLOSE EMSYTD
               OPEN I-O EMSYTD
           END-IF.
           IF YTD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMSYTD, STATUS: " YTD-STATUS
               DISPLAY "FINIQUITOS CANCELADOS"
               CLOSE EMPMST
               STOP RUN
           END-IF.
           PERFORM VALIDA-EJERCICIO-YTD.
           OPEN INPUT BANCMST.
           IF BNC-STATUS = "00"
               MOVE 1 TO BANC-MASTER-OK
           END-IF.
           OPEN OUTPUT FINIQ, FINDISP, FINCFD, FINLOG.
           MOVE FECHA TO DISP-HDR-FECHA.
           WRITE FDI-REG FROM DISP-HDR.
           MOVE LOW-VALUES TO EMM-NOMI.
           START EMPMST KEY NOT < EMM-NOMI
               INVALID KEY
                   MOVE 1 TO EMM-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO EMM-EOF-SW
           END-START.
           PERFORM UNTIL EMM-EOF-SW = 1
               READ EMPMST NEXT RECORD
                   AT END
                       MOVE 1 TO EMM-EOF-SW
                   NOT AT END
                       IF EMM-ESTADO = "B" AND EMM-FIN-EST = "P"
                           PERFORM PROCESA-FINIQUITO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE DISP-CNT TO DISP-TRL-CNT.
           MOVE DISP-TOT TO DISP-TRL-IMP.
           WRITE FDI-REG FROM DISP-TRL.
           CLOSE EMPMST, EMSYTD, FINIQ, FINDISP, FINCFD.
           IF BANC-MASTER-OK = 1
               CLOSE BANCMST
           END-IF.
           IF FIN-CONT > 0
               PERFORM GRABA-HISTORIA-FIN
           END-IF.
           PERFORM GRABA-RESUMEN.
           CLOSE FINLOG.
           STOP RUN.

      *---- CANCELA ANTES DE POSTEAR SI EMSYTD TRAE OTRO EJERCICIO ----
       VALIDA-EJERCICIO-YTD.
           MOVE LOW-VALUES TO YTD-KEY.
           START EMSYTD KEY NOT < YTD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EMSYTD NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF YTD-ANO NOT = PER-AA
                               DISPLAY "EMSYTD CONTIENE EL EJERCICIO"
                                       " 20" YTD-ANO " SIN CERRAR"
                               DISPLAY "CORRA PRIMERO EL CIERRE"
                                       " ANUAL 5EMPCIE"
                               DISPLAY "FINIQUITOS CANCELADOS"
                               CLOSE EMPMST, EMSYTD
                               STOP RUN
                           END-IF
                   END-READ
           END-START.

      *----------------- FINIQUITO DE UN EMPLEADO -----------------
       PROCESA-FINIQUITO.
           PERFORM VALIDA-FINIQUITO.
           IF FIN-VALIDO = 0
               ADD 1 TO FIN-OMITIDOS
               MOVE SPACES TO LOG-REG
               STRING "OMITIDO: NOMINA: " EMM-NOMI
                      " NOMBRE: "         EMM-NOMB
                      " MOTIVO: "         FIN-MOTIVO
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           ELSE
               PERFORM CALCULA-ANTIGUEDAD
               PERFORM CALCULA-CONCEPTOS
               PERFORM CALCULA-ISR-FINIQUITO
               PERFORM POSTEA-FINIQUITO
               PERFORM GENERA-DISPERSION
               PERFORM GRABA-FINCFD
               PERFORM IMPRIME-FINIQUITO
               MOVE "F" TO EMM-FIN-EST
               REWRITE EMM-REG
               ADD 1 TO FIN-CONT
               ADD FIN-PERC TO FIN-TOT-PERC
               ADD FIN-DEDU TO FIN-TOT-DEDU
               ADD FIN-SALA TO FIN-TOT-SALA
               MOVE FIN-PERC TO FIN-PERC-ED
               MOVE SPACES TO LOG-REG
               STRING "FINIQUITO: NOMINA: " EMM-NOMI
                      " NOMBRE: "           EMM-NOMB
                      " MOTIVO: "           EMM-BAJA-MOT
                      " PERCEPCIONES: "
                      FUNCTION TRIM(FIN-PERC-ED)
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.

      *---------- FECHAS Y SUELDO UTILES PARA EL CALCULO ----------
       VALIDA-FINIQUITO.
           MOVE 1 TO FIN-VALIDO.
           MOVE SPACES TO FIN-MOTIVO.
           MOVE EMM-ALTA     TO ALTA-FEC-N.
           MOVE EMM-BAJA-FEC TO BAJA-FEC-N.
           IF EMM-SUELDO = 0
               MOVE "SIN SUELDO BASE" TO FIN-MOTIVO
               MOVE 0 TO FIN-VALIDO
           END-IF.
           IF FIN-VALIDO = 1
               IF ALT-AAAA < 1601 OR ALT-MM < 1 OR ALT-MM > 12
                  OR ALT-DD < 1 OR ALT-DD > 31
                   MOVE "FECHA DE INGRESO INVALIDA" TO FIN-MOTIVO
                   MOVE 0 TO FIN-VALIDO
               END-IF
           END-IF.
           IF FIN-VALIDO = 1
               IF BAJ-AAAA < 1601 OR BAJ-MM < 1 OR BAJ-MM > 12
                  OR BAJ-DD < 1 OR BAJ-DD > 31
                   MOVE "FECHA DE BAJA INVALIDA" TO FIN-MOTIVO
                   MOVE 0 TO FIN-VALIDO
               END-IF
           END-IF.
           IF FIN-VALIDO = 1 AND BAJA-FEC-N < ALTA-FEC-N
               MOVE "BAJA ANTERIOR AL INGRESO" TO FIN-MOTIVO
               MOVE 0 TO FIN-VALIDO
           END-IF.

      *---------- ANOS CUMPLIDOS Y DIAS DE SERVICIO ----------
       CALCULA-ANTIGUEDAD.
           COMPUTE FIN-SD ROUNDED = EMM-SUELDO / 30.
           COMPUTE FIN-DIA-ALTA = FUNCTION INTEGER-OF-DATE(ALTA-FEC-N).
           COMPUTE FIN-DIA-BAJA = FUNCTION INTEGER-OF-DATE(BAJA-FEC-N).
           COMPUTE FIN-DIAS-SERV = FIN-DIA-BAJA - FIN-DIA-ALTA + 1.
           COMPUTE FIN-ANOS = BAJ-AAAA - ALT-AAAA.
           IF BAJ-MMDD < ALT-MMDD
               SUBTRACT 1 FROM FIN-ANOS
           END-IF.
      *    ULTIMO ANIVERSARIO (O EL INGRESO EN EL PRIMER ANO)
           COMPUTE REF-AAAA = ALT-AAAA + FIN-ANOS.
           MOVE ALT-MMDD TO REF-MMDD.
           IF REF-MM = 2 AND REF-DD = 29
               MOVE 28 TO REF-DD
           END-IF.
           COMPUTE FIN-DIA-REF = FUNCTION INTEGER-OF-DATE(REF-FEC-N).
           COMPUTE FIN-DIAS-ANIV = FIN-DIA-BAJA - FIN-DIA-REF + 1.
           MOVE FIN-ANOS TO FIN-ANOS-EXE.
           IF FIN-DIAS-ANIV > 182
               ADD 1 TO FIN-ANOS-EXE
           END-IF.
      *    DIAS TRABAJADOS EN EL ANO CALENDARIO DE LA BAJA
           MOVE BAJ-AAAA TO REF-AAAA.
           MOVE 1        TO REF-MM.
           MOVE 1        TO REF-DD.
           IF ALTA-FEC-N > REF-FEC-N
               MOVE FIN-DIA-ALTA TO FIN-DIA-REF
           ELSE
               COMPUTE FIN-DIA-REF =
                       FUNCTION INTEGER-OF-DATE(REF-FEC-N)
           END-IF.
           COMPUTE FIN-DIAS-ANO = FIN-DIA-BAJA - FIN-DIA-REF + 1.

      *-------- CONCEPTOS DEL FINIQUITO CON SU PARTE EXENTA --------
       CALCULA-CONCEPTOS.
           PERFORM VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 6
               MOVE 0 TO CON-DIAS(CON-SUB)
               MOVE 0 TO CON-IMP(CON-SUB)
               MOVE 0 TO CON-EXE(CON-SUB)
           END-PERFORM.
      *    AGUINALDO: 15 DIAS POR ANO, PROPORCIONAL AL ANO CALENDARIO
           COMPUTE CON-DIAS(1) ROUNDED = 15 * FIN-DIAS-ANO / 365.
           COMPUTE CON-IMP(1) ROUNDED = FIN-SD * CON-DIAS(1).
      *    VACACIONES DEL ANO DE SERVICIO EN CURSO MENOS LAS TOMADAS
           COMPUTE FIN-ANO-SERV = FIN-ANOS + 1.
           EVALUATE FIN-ANO-SERV
               WHEN 1          MOVE 12 TO FIN-VAC-ANUAL
               WHEN 2          MOVE 14 TO FIN-VAC-ANUAL
               WHEN 3          MOVE 16 TO FIN-VAC-ANUAL
               WHEN 4          MOVE 18 TO FIN-VAC-ANUAL
               WHEN 5          MOVE 20 TO FIN-VAC-ANUAL
               WHEN 6 THRU 10  MOVE 22 TO FIN-VAC-ANUAL
               WHEN 11 THRU 15 MOVE 24 TO FIN-VAC-ANUAL
               WHEN 16 THRU 20 MOVE 26 TO FIN-VAC-ANUAL
               WHEN 21 THRU 25 MOVE 28 TO FIN-VAC-ANUAL
               WHEN 26 THRU 30 MOVE 30 TO FIN-VAC-ANUAL
               WHEN OTHER      MOVE 32 TO FIN-VAC-ANUAL
           END-EVALUATE.
           COMPUTE FIN-VAC-DIAS ROUNDED =
                   FIN-VAC-ANUAL * FIN-DIAS-ANIV / 365 - EMM-BAJA-VAC.
           IF FIN-VAC-DIAS > 0
               MOVE FIN-VAC-DIAS TO CON-DIAS(2)
               COMPUTE CON-IMP(2) ROUNDED = FIN-SD * CON-DIAS(2)
               COMPUTE CON-IMP(3) ROUNDED = CON-IMP(2) * 25 / 100
           END-IF.
      *    INDEMNIZACION SOLO EN DESPIDO INJUSTIFICADO
           IF EMM-BAJA-MOT = "DI"
               MOVE 90 TO CON-DIAS(4)
               COMPUTE CON-IMP(4) ROUNDED = FIN-SD * 90
               COMPUTE CON-DIAS(5) ROUNDED =
                       20 * FIN-DIAS-SERV / 365
               COMPUTE CON-IMP(5) ROUNDED = FIN-SD * CON-DIAS(5)
           END-IF.
      *    PRIMA DE ANTIGUEDAD: 12 DIAS POR ANO, TOPE 2 SALARIOS MINIMOS
           IF EMM-BAJA-MOT NOT = "RV" OR FIN-ANOS >= 15
               MOVE FIN-SD TO FIN-SD-PA
               IF FIN-SMG > 0 AND FIN-SD-PA > FIN-SMG * 2
                   COMPUTE FIN-SD-PA = FIN-SMG * 2
               END-IF
               COMPUTE CON-DIAS(6) ROUNDED = 12 * FIN-DIAS-SERV / 365
               COMPUTE CON-IMP(6) ROUNDED = FIN-SD-PA * CON-DIAS(6)
           END-IF.
      *    EXENTOS EN UMA: AGUINALDO 30, PRIMA VACACIONAL 15 Y
      *    SEPARACION 90 POR ANO DE SERVICIO
           IF FIN-UMA > 0
               COMPUTE FIN-TOPE = FIN-UMA * 30
               PERFORM TOPA-EXENTO-AGUINALDO
               COMPUTE FIN-TOPE = FIN-UMA * 15
               IF CON-IMP(3) > FIN-TOPE
                   MOVE FIN-TOPE TO CON-EXE(3)
               ELSE
                   MOVE CON-IMP(3) TO CON-EXE(3)
               END-IF
               COMPUTE FIN-TOPE = FIN-UMA * 90 * FIN-ANOS-EXE
               PERFORM TOPA-EXENTO-SEPARACION
           END-IF.
           MOVE 0 TO FIN-PERC.
           MOVE 0 TO FIN-EXENTO.
           PERFORM VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 6
               ADD CON-IMP(CON-SUB) TO FIN-PERC
               ADD CON-EXE(CON-SUB) TO FIN-EXENTO
           END-PERFORM.
           COMPUTE FIN-GRAVADO = FIN-PERC - FIN-EXENTO.

       TOPA-EXENTO-AGUINALDO.
           IF CON-IMP(1) > FIN-TOPE
               MOVE FIN-TOPE TO CON-EXE(1)
           ELSE
               MOVE CON-IMP(1) TO CON-EXE(1)
           END-IF.

      *---- EL TOPE DE SEPARACION CUBRE INDEMNIZACION Y PRIMA ----
       TOPA-EXENTO-SEPARACION.
           COMPUTE FIN-IND-TOT = CON-IMP(4) + CON-IMP(5) + CON-IMP(6).
           IF FIN-IND-TOT NOT > FIN-TOPE
               MOVE CON-IMP(4) TO CON-EXE(4)
               MOVE CON-IMP(5) TO CON-EXE(5)
               MOVE CON-IMP(6) TO CON-EXE(6)
           ELSE
               PERFORM VARYING CON-SUB FROM 4 BY 1 UNTIL CON-SUB > 6
                   IF CON-IMP(CON-SUB) > FIN-TOPE
                       MOVE FIN-TOPE TO CON-EXE(CON-SUB)
                   ELSE
                       MOVE CON-IMP(CON-SUB) TO CON-EXE(CON-SUB)
                   END-IF
                   SUBTRACT CON-EXE(CON-SUB) FROM FIN-TOPE
               END-PERFORM
           END-IF.

      *---- ISR DE LO GRAVADO SUMADO AL SUELDO MENSUAL DEL EMPLEADO ----
       CALCULA-ISR-FINIQUITO.
           MOVE EMM-SUELDO TO CALC-PERC.
           PERFORM CALCULA-ISR.
           MOVE CALC-ISR TO FIN-ISR-BASE.
           COMPUTE CALC-PERC = EMM-SUELDO + FIN-GRAVADO.
           PERFORM CALCULA-ISR.
           COMPUTE FIN-DEDU = CALC-ISR - FIN-ISR-BASE.
           COMPUTE FIN-SALA = FIN-PERC - FIN-DEDU.

      *------------------ ISR POR TRAMOS DE TARIFA ------------------
       CALCULA-ISR.
           MOVE 0 TO ISR-FND.
           PERFORM VARYING ISR-SUB FROM 1 BY 1
                       UNTIL ISR-SUB > ISR-CONT
               IF CALC-PERC >= ISR-TAB-LIM(ISR-SUB)
                   MOVE ISR-SUB TO ISR-FND
               END-IF
           END-PERFORM.
           IF ISR-FND > 0
               COMPUTE CALC-ISR ROUNDED =
                   ISR-TAB-CUO(ISR-FND) +
                   (CALC-PERC - ISR-TAB-LIM(ISR-FND)) *
                   ISR-TAB-PCT(ISR-FND) / 100
           ELSE
               MOVE 0 TO CALC-ISR
           END-IF.

      *------ POSTEA EL FINIQUITO A EMSYTD EN EL MES DE PAGO ------
       POSTEA-FINIQUITO.
           MOVE EMM-NOMI TO YTD-NOMI.
           MOVE EMM-DEPT TO YTD-DEPT.
           READ EMSYTD
               INVALID KEY
                   MOVE PER-AA   TO YTD-ANO
                   MOVE FIN-PERC TO YTD-PERC
                   MOVE FIN-DEDU TO YTD-DEDU
                   MOVE FIN-SALA TO YTD-SALA
                   MOVE FIN-DEDU TO YTD-ISR
                   PERFORM VARYING MES-SUB FROM 1 BY 1
                           UNTIL MES-SUB > 12
                       MOVE 0 TO YTD-M-PERC(MES-SUB)
                       MOVE 0 TO YTD-M-DEDU(MES-SUB)
                       MOVE 0 TO YTD-M-SALA(MES-SUB)
                       MOVE 0 TO YTD-M-ISR(MES-SUB)
                   END-PERFORM
                   MOVE FIN-PERC TO YTD-M-PERC(PER-MM)
                   MOVE FIN-DEDU TO YTD-M-DEDU(PER-MM)
                   MOVE FIN-SALA TO YTD-M-SALA(PER-MM)
                   MOVE FIN-DEDU TO YTD-M-ISR(PER-MM)
                   WRITE YTD-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD FIN-PERC TO YTD-PERC
                   ADD FIN-DEDU TO YTD-DEDU
                   ADD FIN-SALA TO YTD-SALA
                   ADD FIN-PERC TO YTD-M-PERC(PER-MM)
                   ADD FIN-DEDU TO YTD-M-DEDU(PER-MM)
                   ADD FIN-SALA TO YTD-M-SALA(PER-MM)
                   ADD FIN-DEDU TO YTD-ISR
                   ADD FIN-DEDU TO YTD-M-ISR(PER-MM)
                   REWRITE YTD-REG
           END-READ.

      *------------ CONCEPTOS DEL FINIQUITO PARA EL CFDI ------------
       GRABA-FINCFD.
           MOVE PER-AA       TO FCF-PER-AA.
           MOVE PER-MM       TO FCF-PER-MM.
           MOVE EMM-NOMI     TO FCF-NOMI.
           MOVE EMM-NOMB     TO FCF-NOMB.
           MOVE EMM-DEPT     TO FCF-DEPT.
           MOVE BAJA-FEC-N   TO FCF-BAJA-FEC.
           MOVE FIN-ANOS-EXE TO FCF-ANOS.
           MOVE EMM-SUELDO   TO FCF-SUELDO.
           PERFORM VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 6
               MOVE CON-IMP(CON-SUB) TO FCF-IMP(CON-SUB)
               MOVE CON-EXE(CON-SUB) TO FCF-EXE(CON-SUB)
           END-PERFORM.
           MOVE FIN-PERC     TO FCF-PERC.
           MOVE FIN-EXENTO   TO FCF-EXENTO.
           MOVE FIN-DEDU     TO FCF-DEDU.
           MOVE FIN-SALA     TO FCF-SALA.
           WRITE FCF-REG.

      *------------- PAGO FUERA DE CICLO POR DISPERSION -------------
       GENERA-DISPERSION.
           MOVE 0 TO BAS-FND.
           IF FIN-SALA > 0 AND BANC-MASTER-OK = 1
               MOVE EMM-NOMI TO BNC-NOMI
               READ BANCMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BNC-ESTADO NOT = "B"
                           MOVE 1 TO BAS-FND
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO FIN-PAGO-DESC.
           IF BAS-FND = 1
               MOVE EMM-NOMI  TO DISP-DET-NOMI
               MOVE BNC-BANCO TO DISP-DET-BANCO
               MOVE BNC-CLABE TO DISP-DET-CLABE
               MOVE FIN-SALA  TO DISP-DET-IMP
               WRITE FDI-REG FROM DISP-DET
               ADD 1 TO DISP-CNT
               ADD FIN-SALA TO DISP-TOT
               STRING "DISPERSION BANCO " BNC-BANCO
                      " CLABE "           BNC-CLABE
                   DELIMITED BY SIZE INTO FIN-PAGO-DESC
           ELSE
               MOVE "CHEQUE, SIN CUENTA BANCARIA VIGENTE"
                 TO FIN-PAGO-DESC
               IF FIN-SALA > 0
                   MOVE SPACES TO LOG-REG
                   STRING "SIN CUENTA BANCARIA: " EMM-NOMI
                          " NOMBRE: "             EMM-NOMB
                          " PAGO POR CHEQUE"
                       DELIMITED BY SIZE INTO LOG-REG
                   WRITE LOG-REG
               END-IF
           END-IF.

      *------------------ DOCUMENTO DE FINIQUITO ------------------
       IMPRIME-FINIQUITO.
           ADD 1 TO FIN-PAG.
           MOVE FIN-PAG     TO FIN-TI-PAG.
           MOVE FEC-DD      TO FIN-TI-DD.
           MOVE MES(FEC-MM) TO FIN-TI-MM.
           MOVE FEC-AA      TO FIN-TI-AA.
           WRITE FIN-REG FROM FIN-TIT-0 BEFORE PAGE.
           WRITE FIN-REG FROM FIN-TIT-1 BEFORE 1 LINE.
           WRITE FIN-REG FROM FIN-TIT-2 BEFORE 2 LINES.
           MOVE EMM-NOMI TO FIN-EMP-NOMI.
           MOVE EMM-NOMB TO FIN-EMP-NOMB.
           MOVE EMM-DEPT TO FIN-EMP-DEPT.
           WRITE FIN-REG FROM FIN-EMP-LIN BEFORE 1 LINE.
           MOVE ALT-DD   TO FIN-FE-ADD.
           MOVE ALT-MM   TO FIN-FE-AMM.
           MOVE ALT-AAAA TO FIN-FE-AAAA.
           MOVE BAJ-DD   TO FIN-FE-BDD.
           MOVE BAJ-MM   TO FIN-FE-BMM.
           MOVE BAJ-AAAA TO FIN-FE-BAAAA.
           EVALUATE EMM-BAJA-MOT
               WHEN "RV" MOVE "RENUNCIA VOLUNTARIA"   TO FIN-FE-MOT
               WHEN "DI" MOVE "DESPIDO INJUSTIFICADO" TO FIN-FE-MOT
               WHEN "DJ" MOVE "DESPIDO JUSTIFICADO"   TO FIN-FE-MOT
               WHEN "TC" MOVE "TERMINO DE CONTRATO"   TO FIN-FE-MOT
               WHEN "DF" MOVE "DEFUNCION"             TO FIN-FE-MOT
               WHEN OTHER MOVE EMM-BAJA-MOT           TO FIN-FE-MOT
           END-EVALUATE.
           WRITE FIN-REG FROM FIN-FEC-LIN BEFORE 1 LINE.
           MOVE FIN-ANOS      TO FIN-AN-ANOS.
           MOVE FIN-DIAS-SERV TO FIN-AN-DIAS.
           MOVE FIN-SD        TO FIN-AN-SD.
           MOVE EMM-BAJA-VAC  TO FIN-AN-VAC.
           WRITE FIN-REG FROM FIN-ANT-LIN BEFORE 2 LINES.
           WRITE FIN-REG FROM FIN-TAB-TIT BEFORE 1 LINE.
           WRITE FIN-REG FROM FIN-TAB-SEP BEFORE 1 LINE.
           PERFORM VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 6
               IF CON-IMP(CON-SUB) > 0
                   MOVE CON-DESC(CON-SUB) TO FIN-TAB-DESC
                   MOVE CON-DIAS(CON-SUB) TO FIN-TAB-DIAS
                   MOVE CON-IMP(CON-SUB)  TO FIN-TAB-IMP
                   MOVE CON-EXE(CON-SUB)  TO FIN-TAB-EXE
                   COMPUTE FIN-TAB-GRA =
                           CON-IMP(CON-SUB) - CON-EXE(CON-SUB)
                   WRITE FIN-REG FROM FIN-TAB-INF BEFORE 1 LINE
               END-IF
           END-PERFORM.
           WRITE FIN-REG FROM FIN-TAB-SEP BEFORE 1 LINE.
           MOVE "TOTAL PERCEPCIONES" TO FIN-TOT-DESC.
           MOVE FIN-PERC TO FIN-TOT-IMP.
           WRITE FIN-REG FROM FIN-TOT-LIN BEFORE 1 LINE.
           MOVE "ISR RETENIDO" TO FIN-TOT-DESC.
           MOVE FIN-DEDU TO FIN-TOT-IMP.
           WRITE FIN-REG FROM FIN-TOT-LIN BEFORE 1 LINE.
           MOVE "NETO A PAGAR" TO FIN-TOT-DESC.
           MOVE FIN-SALA TO FIN-TOT-IMP.
           WRITE FIN-REG FROM FIN-TOT-LIN BEFORE 2 LINES.
           WRITE FIN-REG FROM FIN-PAGO-LIN BEFORE 3 LINES.
           WRITE FIN-REG FROM FIN-FIRMA BEFORE 1 LINE.

      *--------- CONSTANCIA DE LOS FINIQUITOS EN HISTORIA ---------
       GRABA-HISTORIA-FIN.
           OPEN EXTEND HISTFILE.
           IF HIST-STATUS = "35"
               OPEN OUTPUT HISTFILE
               CLOSE HISTFILE
               OPEN EXTEND HISTFILE
           END-IF.
           MOVE FIN-TOT-PERC TO HIST-PERC-ED.
           MOVE FIN-TOT-DEDU TO HIST-DEDU-ED.
           MOVE FIN-TOT-SALA TO HIST-SALA-ED.
           MOVE SPACES TO HIS-LINE.
           STRING "FINIQUITO,"     DELIMITED BY SIZE
                  FEC-DD           DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  MES(FEC-MM)      DELIMITED BY SIZE
                  "/20"            DELIMITED BY SIZE
                  FEC-AA           DELIMITED BY SIZE
                  ",20"            DELIMITED BY SIZE
                  PER-AA           DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  PER-MM           DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  FIN-CONT         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-PERC-ED) DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-DEDU-ED) DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  FUNCTION TRIM(HIST-SALA-ED) DELIMITED BY SIZE
               INTO HIS-LINE.
           WRITE HIS-LINE.
           CLOSE HISTFILE.

      *---------------------- RESUMEN AL LOG ----------------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
           STRING "FINIQUITOS: "    FIN-CONT
                  " OMITIDOS: "     FIN-OMITIDOS
                  " DISPERSADOS: "  DISP-CNT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *---------------------- TARIFA ISR MENSUAL ----------------------
       CARGA-ISR.
           MOVE 0 TO ISR-CONT.
           OPEN INPUT ISRTAB.
           IF ISR-STATUS = "00"
               PERFORM UNTIL ISR-STATUS NOT = "00"
                   READ ISRTAB
                       AT END
                           MOVE "10" TO ISR-STATUS
                       NOT AT END
                           IF ISR-CONT < 20
                               ADD 1 TO ISR-CONT
                               MOVE ISR-LIM TO ISR-TAB-LIM(ISR-CONT)
                               MOVE ISR-CUO TO ISR-TAB-CUO(ISR-CONT)
                               MOVE ISR-PCT TO ISR-TAB-PCT(ISR-CONT)
                           ELSE
                               MOVE "10" TO ISR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISRTAB
           END-IF.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-EMPRESA NOT = SPACES
                           MOVE PARM-EMPRESA TO FIN-TI-EMPRESA
                       END-IF
                       IF PARM-PER-AA IS NUMERIC AND
                          PARM-PER-MM IS NUMERIC AND
                          PARM-PER-MM >= 1 AND PARM-PER-MM <= 12
                           MOVE PARM-PER-AA TO PER-AA
                           MOVE PARM-PER-MM TO PER-MM
                           MOVE 1 TO PER-PARM-SW
                       END-IF
                       IF PARM-UMA IS NUMERIC
                           MOVE PARM-UMA TO FIN-UMA
                       END-IF
                       IF PARM-SMG IS NUMERIC
                           MOVE PARM-SMG TO FIN-SMG
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPFIN.
