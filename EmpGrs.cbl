      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Genera las percepciones brutas del mes EMPGRS.DAT a
      *          partir del sueldo base mensual de EMPMST y de las
      *          incidencias del mes INCIDEN.DAT: F faltas (dias),
      *          P permisos sin goce (dias), H horas extra (horas,
      *          pagadas al doble), I dia de ingreso y B dia de baja
      *          dentro del mes. El mes se paga a 30 dias; el ingreso
      *          y la baja prorratean, y un ingreso en el periodo se
      *          toma de EMM-ALTA si no viene la incidencia; igual la
      *          baja en el periodo se toma de EMM-BAJA-FEC, y solo se
      *          omite al dado de baja antes del periodo. Deja en
      *          GRSLOG.TXT cada empleado calculado, prorrateado u
      *          omitido con su motivo. Con PARM-PER-QQ en 1 o 2 la
      *          corrida es de la primera (dias 1 a 15) o segunda
      *          quincena (16 a 30) y solo paga a los empleados con
      *          frecuencia Q, la mitad del sueldo mensual; sin
      *          quincena paga el mes a los de frecuencia mensual.
      *          INC-QQ indica la quincena (1 o 2) de las faltas,
      *          permisos y horas extra de un empleado quincenal; en
      *          la corrida de cada quincena solo se toman las suyas y
      *          las de otra quincena se ignoran. En la corrida mensual
      *          se toman todas. Ingreso y baja son dia del mes y se
      *          toman en ambas quincenas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPGRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT INCIDEN ASSIGN TO "INCIDEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INC-STATUS.
           SELECT INCSRT ASSIGN TO DISK.
           SELECT INCORD ASSIGN TO DISK
               FILE STATUS IS INO-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT EMPGRS ASSIGN TO "EMPGRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRSLOG ASSIGN TO "GRSLOG.TXT"
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
       FD  INCIDEN.
       01  INC-REG.
           02 INC-NOMI     PIC 9(06).
           02 INC-TIPO     PIC X.
           02 INC-CANT     PIC 9(03)V99.
           02 INC-QQ       PIC X.
       SD  INCSRT.
       01  ISO-REG.
           02 ISO-NOMI     PIC 9(06).
           02 ISO-TIPO     PIC X.
           02 ISO-CANT     PIC 9(03)V99.
           02 ISO-QQ       PIC X.
       FD  INCORD.
       01  INO-REG.
           02 INO-NOMI     PIC 9(06).
           02 INO-TIPO     PIC X.
           02 INO-CANT     PIC 9(03)V99.
           02 INO-QQ       PIC X.
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
       FD  EMPGRS.
       01  GRS-REG.
           02 GRS-NOMI PIC 9(06).
           02 GRS-NOMB PIC X(20).
           02 GRS-DEPT PIC X(03).
           02 GRS-PERC PIC 9(05)V99.
           02 GRS-FREC PIC X.
       FD  GRSLOG.
       01  LOG-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  EMM-STATUS      PIC XX.
       77  INC-STATUS      PIC XX.
       77  INO-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  EMM-EOF-SW      PIC 9.
       77  INO-EOF         PIC 9.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  PER-QQ          PIC 9 VALUE 0.
       77  FREC-RUN        PIC X VALUE "M".
       77  FREC-EMP        PIC X.
       77  PER-DIA-INI     PIC 99 VALUE 1.
       77  PER-DIA-FIN     PIC 99 VALUE 30.
       77  GRS-DIAS-PER    PIC 99 VALUE 30.
       77  GRS-DESDE       PIC 99.
       77  GRS-HASTA       PIC 99.
       77  FREC-CONT       PIC 9(06) VALUE 0.
       77  INC-FREC-CONT   PIC 9(06) VALUE 0.
       77  INC-QNA-CONT    PIC 9(06) VALUE 0.
       77  PER-QQ-X        PIC X.
       77  INC-ARCH-OK     PIC 9 VALUE 0.
       77  GRS-DIAS-MES    PIC 99 VALUE 30.
       77  GRS-HORAS-DIA   PIC 99 VALUE 8.
       77  GRS-FACTOR-EXT  PIC 9V99 VALUE 2.00.
       77  INC-FALTAS      PIC 9(03)V99.
       77  INC-PERMISOS    PIC 9(03)V99.
       77  INC-HORAS       PIC 9(03)V99.
       77  INC-DIA-ING     PIC 99.
       77  INC-DIA-BAJ     PIC 99.
       77  GRS-DIAS        PIC S9(03)V99.
       77  GRS-DIAS-PAGO   PIC S9(03)V99.
       77  CALC-PERC       PIC 9(07)V99.
       77  GRS-MOTIVO      PIC X(40).
       77  CALC-CONT       PIC 9(06) VALUE 0.
       77  PROR-CONT       PIC 9(06) VALUE 0.
       77  OMIT-CONT       PIC 9(06) VALUE 0.
       77  INC-CONT        PIC 9(06) VALUE 0.
       77  HUERF-CONT      PIC 9(06) VALUE 0.
       77  INVAL-CONT      PIC 9(06) VALUE 0.
       77  TOT-PERC        PIC 9(11)V99 VALUE 0.
       77  DIAS-ED         PIC Z9.99.
       77  HORAS-ED        PIC ZZ9.99.
       77  PERC-ED         PIC Z(04)9.99.
       77  TOT-PERC-ED     PIC Z(10)9.99.
       01  ALTA-FEC.
           02 ALT-SIGLO    PIC 99.
           02 ALTA-PERIODO.
               03 ALT-AA   PIC 99.
               03 ALT-MM   PIC 99.
           02 ALT-DD       PIC 99.
       01  BAJA-FEC.
           02 BAJ-SIGLO    PIC 99.
           02 BAJA-PERIODO.
               03 BAJ-AA   PIC 99.
               03 BAJ-MM   PIC 99.
           02 BAJ-DD       PIC 99.
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.
       01  PERIODO.
           02 PER-AA   PIC 99.
           02 PER-MM   PIC 99.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           PERFORM LEE-PARAMETROS.
           IF PER-PARM-SW = 0
               MOVE FEC-AA TO PER-AA
               MOVE FEC-MM TO PER-MM
           END-IF.
           MOVE PER-QQ TO PER-QQ-X.
           IF PER-QQ > 0
               MOVE "Q" TO FREC-RUN
               IF PER-QQ = 1
                   MOVE 1  TO PER-DIA-INI
                   MOVE 15 TO PER-DIA-FIN
               ELSE
                   MOVE 16 TO PER-DIA-INI
                   MOVE 30 TO PER-DIA-FIN
               END-IF
               COMPUTE GRS-DIAS-PER = PER-DIA-FIN - PER-DIA-INI + 1
           END-IF.
           OPEN OUTPUT GRSLOG.
           OPEN INPUT EMPMST.
           IF EMM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMST, STATUS: " EMM-STATUS
               DISPLAY "SI EL ARCHIVO ES DEL FORMATO ANTERIOR,"
                       " CONVIERTA CON 5EMPMCV"
               MOVE "SIN MAESTRO EMPMST, CALCULO CANCELADO" TO LOG-REG
               WRITE LOG-REG
               CLOSE GRSLOG
               STOP RUN
           END-IF.
           SORT INCSRT ON ASCENDING KEY ISO-NOMI ISO-TIPO
                       INPUT PROCEDURE LIBERA-INCIDEN
                       GIVING INCORD.
           OPEN INPUT INCORD.
           IF INO-STATUS = "00"
               MOVE 1 TO INC-ARCH-OK
               MOVE 0 TO INO-EOF
               PERFORM LEE-INCORD
           ELSE
               MOVE 1 TO INO-EOF
               MOVE "SIN INCIDENCIAS EN EL MES, SE PAGA MES COMPLETO"
                 TO LOG-REG
               WRITE LOG-REG
           END-IF.
           OPEN OUTPUT EMPGRS.
           MOVE LOW-VALUES TO EMM-REG.
           START EMPMST KEY NOT < EMM-NOMI
               INVALID KEY
                   MOVE 1 TO EMM-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO EMM-EOF-SW
           END-START.
           IF EMM-EOF-SW = 0
               PERFORM LEE-EMPMST
           END-IF.
           PERFORM PROCESA-EMPLEADO UNTIL EMM-EOF-SW = 1.
           PERFORM UNTIL INO-EOF = 1
               PERFORM GRABA-INC-HUERFANA
               PERFORM LEE-INCORD
           END-PERFORM.
           IF INC-ARCH-OK = 1
               CLOSE INCORD
           END-IF.
           CLOSE EMPMST, EMPGRS.
           PERFORM GRABA-RESUMEN.
           CLOSE GRSLOG.
           STOP RUN.

      *----------- LIBERA INCIDENCIAS AL SORT (SORT IN) -----------
       LIBERA-INCIDEN.
           OPEN INPUT INCIDEN.
           IF INC-STATUS = "00"
               PERFORM UNTIL INC-STATUS NOT = "00"
                   READ INCIDEN
                       AT END
                           MOVE "10" TO INC-STATUS
                       NOT AT END
                           RELEASE ISO-REG FROM INC-REG
                   END-READ
               END-PERFORM
               CLOSE INCIDEN
           END-IF.

       LEE-INCORD.
           READ INCORD AT END MOVE 1 TO INO-EOF.

      *------------------- LEE SIGUIENTE EMPLEADO -------------------
       LEE-EMPMST.
           READ EMPMST NEXT RECORD
               AT END
                   MOVE 1 TO EMM-EOF-SW
           END-READ.

      *------------- PERCEPCION DEL MES DE UN EMPLEADO -------------
       PROCESA-EMPLEADO.
           PERFORM UNTIL INO-EOF = 1 OR INO-NOMI >= EMM-NOMI
               PERFORM GRABA-INC-HUERFANA
               PERFORM LEE-INCORD
           END-PERFORM.
           MOVE 0 TO INC-FALTAS.
           MOVE 0 TO INC-PERMISOS.
           MOVE 0 TO INC-HORAS.
           MOVE 0 TO INC-DIA-ING.
           MOVE 0 TO INC-DIA-BAJ.
           IF EMM-FREC = "Q"
               MOVE "Q" TO FREC-EMP
           ELSE
               MOVE "M" TO FREC-EMP
           END-IF.
           PERFORM UNTIL INO-EOF = 1 OR INO-NOMI NOT = EMM-NOMI
               EVALUATE TRUE
                   WHEN FREC-EMP NOT = FREC-RUN
                       PERFORM GRABA-INC-OTRA-FREC
                   WHEN PER-QQ = 0 OR INO-TIPO = "I" OR
                        INO-TIPO = "B"
                       PERFORM ACUMULA-INCIDENCIA
                   WHEN INO-QQ NOT = "1" AND INO-QQ NOT = "2"
                       PERFORM GRABA-INC-INVALIDA
                   WHEN INO-QQ = PER-QQ-X
                       PERFORM ACUMULA-INCIDENCIA
                   WHEN OTHER
                       ADD 1 TO INC-QNA-CONT
               END-EVALUATE
               PERFORM LEE-INCORD
           END-PERFORM.
           MOVE EMM-ALTA TO ALTA-FEC.
           MOVE EMM-BAJA-FEC TO BAJA-FEC.
           EVALUATE TRUE
               WHEN FREC-EMP NOT = FREC-RUN
                   ADD 1 TO FREC-CONT
               WHEN EMM-ESTADO = "B" AND INC-DIA-BAJ = 0 AND
                    BAJA-PERIODO < PERIODO
                   MOVE "EMPLEADO DADO DE BAJA" TO GRS-MOTIVO
                   PERFORM OMITE-EMPLEADO
               WHEN EMM-SUELDO = 0
                   MOVE "SIN SUELDO BASE EN EMPMST" TO GRS-MOTIVO
                   PERFORM OMITE-EMPLEADO
               WHEN EMM-ALTA > 0 AND ALTA-PERIODO > PERIODO
                   MOVE "INGRESO POSTERIOR AL PERIODO" TO GRS-MOTIVO
                   PERFORM OMITE-EMPLEADO
               WHEN OTHER
                   PERFORM CALCULA-DIAS
                   PERFORM CALCULA-BRUTO
           END-EVALUATE.
           PERFORM LEE-EMPMST.

      *------------ ACUMULA UNA INCIDENCIA DEL EMPLEADO ------------
       ACUMULA-INCIDENCIA.
           IF INO-CANT IS NOT NUMERIC
               PERFORM GRABA-INC-INVALIDA
           ELSE
               EVALUATE INO-TIPO
                   WHEN "F"
                       ADD INO-CANT TO INC-FALTAS
                       ADD 1 TO INC-CONT
                   WHEN "P"
                       ADD INO-CANT TO INC-PERMISOS
                       ADD 1 TO INC-CONT
                   WHEN "H"
                       ADD INO-CANT TO INC-HORAS
                       ADD 1 TO INC-CONT
                   WHEN "I"
                       IF INO-CANT < 1 OR INO-CANT > 31
                           PERFORM GRABA-INC-INVALIDA
                       ELSE
                           MOVE INO-CANT TO INC-DIA-ING
                           ADD 1 TO INC-CONT
                       END-IF
                   WHEN "B"
                       IF INO-CANT < 1 OR INO-CANT > 31
                           PERFORM GRABA-INC-INVALIDA
                       ELSE
                           MOVE INO-CANT TO INC-DIA-BAJ
                           ADD 1 TO INC-CONT
                       END-IF
                   WHEN OTHER
                       PERFORM GRABA-INC-INVALIDA
               END-EVALUATE
           END-IF.

      *---------------- DIAS A PAGAR EN EL PERIODO ----------------
       CALCULA-DIAS.
           IF INC-DIA-ING = 0 AND EMM-ALTA > 0 AND
              ALTA-PERIODO = PERIODO
               MOVE ALT-DD TO INC-DIA-ING
           END-IF.
           IF INC-DIA-BAJ = 0 AND EMM-ESTADO = "B" AND
              BAJA-PERIODO = PERIODO
               MOVE BAJ-DD TO INC-DIA-BAJ
           END-IF.
           IF INC-DIA-ING > GRS-DIAS-MES
               MOVE GRS-DIAS-MES TO INC-DIA-ING
           END-IF.
           IF INC-DIA-BAJ > GRS-DIAS-MES
               MOVE GRS-DIAS-MES TO INC-DIA-BAJ
           END-IF.
           MOVE PER-DIA-INI TO GRS-DESDE.
           MOVE PER-DIA-FIN TO GRS-HASTA.
           IF INC-DIA-ING > GRS-DESDE
               MOVE INC-DIA-ING TO GRS-DESDE
           END-IF.
           IF INC-DIA-BAJ > 0 AND INC-DIA-BAJ < GRS-HASTA
               MOVE INC-DIA-BAJ TO GRS-HASTA
           END-IF.
           COMPUTE GRS-DIAS = GRS-HASTA - GRS-DESDE + 1.
           IF GRS-DIAS < 0
               MOVE 0 TO GRS-DIAS
           END-IF.
           COMPUTE GRS-DIAS-PAGO =
               GRS-DIAS - INC-FALTAS - INC-PERMISOS.
           IF GRS-DIAS-PAGO < 0
               MOVE 0 TO GRS-DIAS-PAGO
           END-IF.

      *---------- SUELDO PROPORCIONAL MAS HORAS EXTRA ----------
       CALCULA-BRUTO.
           COMPUTE CALC-PERC ROUNDED =
               EMM-SUELDO * GRS-DIAS-PAGO / GRS-DIAS-MES +
               EMM-SUELDO / GRS-DIAS-MES / GRS-HORAS-DIA *
               INC-HORAS * GRS-FACTOR-EXT.
           EVALUATE TRUE
               WHEN CALC-PERC = 0
                   MOVE "SIN DIAS PAGADOS EN EL PERIODO" TO GRS-MOTIVO
                   PERFORM OMITE-EMPLEADO
               WHEN CALC-PERC > 99999.99
                   MOVE "PERCEPCION EXCEDE EL LIMITE DE 99999.99"
                     TO GRS-MOTIVO
                   PERFORM OMITE-EMPLEADO
               WHEN OTHER
                   PERFORM GRABA-PERCEPCION
           END-EVALUATE.

      *--------------- EMITE LA PERCEPCION A EMPGRS ---------------
       GRABA-PERCEPCION.
           MOVE EMM-NOMI  TO GRS-NOMI.
           MOVE EMM-NOMB  TO GRS-NOMB.
           MOVE EMM-DEPT  TO GRS-DEPT.
           MOVE CALC-PERC TO GRS-PERC.
           MOVE FREC-EMP  TO GRS-FREC.
           WRITE GRS-REG.
           ADD CALC-PERC TO TOT-PERC.
           MOVE GRS-DIAS-PAGO TO DIAS-ED.
           MOVE INC-HORAS     TO HORAS-ED.
           MOVE CALC-PERC     TO PERC-ED.
           MOVE SPACES TO LOG-REG.
           IF GRS-DIAS-PAGO NOT = GRS-DIAS-PER
               ADD 1 TO PROR-CONT
               STRING "PRORRATEADO: NOMINA: " EMM-NOMI
                      " DEPTO: "              EMM-DEPT
                      " DIAS: "               DIAS-ED
                      " HRS EXT: "            HORAS-ED
                      " PERC: "               PERC-ED
                   DELIMITED BY SIZE INTO LOG-REG
           ELSE
               ADD 1 TO CALC-CONT
               STRING "CALCULADO: NOMINA: "   EMM-NOMI
                      " DEPTO: "              EMM-DEPT
                      " DIAS: "               DIAS-ED
                      " HRS EXT: "            HORAS-ED
                      " PERC: "               PERC-ED
                   DELIMITED BY SIZE INTO LOG-REG
           END-IF.
           WRITE LOG-REG.

      *------------------- EMPLEADO OMITIDO, AL LOG -------------------
       OMITE-EMPLEADO.
           ADD 1 TO OMIT-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "OMITIDO: NOMINA: " EMM-NOMI
                  " DEPTO: "          EMM-DEPT
                  " MOTIVO: "         GRS-MOTIVO
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *------------- INCIDENCIA SIN EMPLEADO EN EMPMST -------------
       GRABA-INC-HUERFANA.
           ADD 1 TO HUERF-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "INCIDENCIA SIN EMPLEADO: NOMINA: " INO-NOMI
                  " TIPO: "                           INO-TIPO
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *------ INCIDENCIA DE EMPLEADO DE OTRA FRECUENCIA DE PAGO ------
       GRABA-INC-OTRA-FREC.
           ADD 1 TO INC-FREC-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "INCIDENCIA DE OTRA FRECUENCIA, IGNORADA: NOMINA: "
                  INO-NOMI
                  " TIPO: "      INO-TIPO
                  " FRECUENCIA: " FREC-EMP
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *------------------ INCIDENCIA MAL CAPTURADA ------------------
       GRABA-INC-INVALIDA.
           ADD 1 TO INVAL-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "INCIDENCIA INVALIDA, IGNORADA: NOMINA: " INO-NOMI
                  " TIPO: "                                 INO-TIPO
                  " CANTIDAD: "                             INO-CANT
                  " QUINCENA: "                             INO-QQ
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *---------------------- RESUMEN AL LOG ----------------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
           STRING "CALCULADOS: "      CALC-CONT
                  " PRORRATEADOS: "   PROR-CONT
                  " OMITIDOS: "       OMIT-CONT
                  " INCIDENCIAS: "    INC-CONT
                  " SIN EMPLEADO: "   HUERF-CONT
                  " INVALIDAS: "      INVAL-CONT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE TOT-PERC TO TOT-PERC-ED.
           MOVE SPACES TO LOG-REG.
           STRING "PERIODO: 20" PER-AA "/" PER-MM
                  " QUINCENA: "           PER-QQ
                  " TOTAL PERCEPCIONES: " FUNCTION TRIM(TOT-PERC-ED)
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "EMPLEADOS DE OTRA FRECUENCIA DE PAGO NO INCLUIDOS: "
                  FREC-CONT
                  " SUS INCIDENCIAS: " INC-FREC-CONT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           IF PER-QQ > 0
               MOVE SPACES TO LOG-REG
               STRING "INCIDENCIAS DE LA OTRA QUINCENA NO TOMADAS: "
                      INC-QNA-CONT
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-PER-AA IS NUMERIC AND
                          PARM-PER-MM IS NUMERIC AND
                          PARM-PER-MM >= 1 AND PARM-PER-MM <= 12
                           MOVE PARM-PER-AA TO PER-AA
                           MOVE PARM-PER-MM TO PER-MM
                           MOVE 1 TO PER-PARM-SW
                       END-IF
                       IF PARM-PER-QQ IS NUMERIC AND PARM-PER-QQ <= 2
                           MOVE PARM-PER-QQ TO PER-QQ
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPGRS.
