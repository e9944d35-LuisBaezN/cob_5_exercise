      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Ajuste anual de ISR y constancia de retenciones. Por
      *          empleado suma en EMSYTD las percepciones y el ISR
      *          retenido de los doce meses del ejercicio, aplica la
      *          tarifa anual ISRANU.DAT a los ingresos gravables y
      *          compara contra lo retenido. El saldo a cargo se deja
      *          en AJUANU.DAT como deduccion ISA y el saldo a favor
      *          como devolucion ISF, ambos para el siguiente periodo
      *          abierto de RUNCTL que calcule 5EMPCAL; copia en
      *          AJUANUaa.DAT del ejercicio. No se ajusta a quien
      *          causo baja, ingreso despues del 1 de enero o rebasa
      *          el tope de ingresos anuales. Registro del ajuste en
      *          ANUREP.TXT y constancia por empleado en CONSTAN.TXT.
      *          Con PARM-ANU-ANO toma el ejercicio cerrado
      *          EMSYTDaa.DAT; sin el, EMSYTD.DAT con diciembre
      *          posteado: la segunda quincena si hay empleados
      *          quincenales y la nomina mensual si hay mensuales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPANU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMSYTD ASSIGN TO DYNAMIC YTD-NOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS YTD-STATUS.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT ISRANU ASSIGN TO "ISRANU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISR-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS.
           SELECT AJUANT ASSIGN TO DYNAMIC ANT-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANT-STATUS.
           SELECT AJUANU ASSIGN TO "AJUANU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJA-STATUS.
           SELECT AJUARC ASSIGN TO DYNAMIC ARC-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.
           SELECT ANUREP ASSIGN TO "ANUREP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSTAN ASSIGN TO "CONSTAN.TXT"
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
       FD  ISRANU.
       01  ISA-REG.
           02 ISA-LIM  PIC 9(07)V99.
           02 ISA-CUO  PIC 9(07)V99.
           02 ISA-PCT  PIC 9(02)V99.
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
       FD  AJUANT.
       01  ANT-REG.
           02 ANT-NOMI     PIC 9(06).
           02 ANT-TIPO     PIC X.
           02 ANT-IMP      PIC 9(07).
           02 ANT-EJER     PIC 99.
           02 ANT-PER-AA   PIC 99.
           02 ANT-PER-MM   PIC 99.
       FD  AJUANU.
       01  AJA-REG.
           02 AJA-NOMI     PIC 9(06).
           02 AJA-TIPO     PIC X.
           02 AJA-IMP      PIC 9(07).
           02 AJA-EJER     PIC 99.
           02 AJA-PER-AA   PIC 99.
           02 AJA-PER-MM   PIC 99.
       FD  AJUARC.
       01  ARC-REG         PIC X(20).
       FD  ANUREP.
       01  REG-REG PIC X(100).
       FD  CONSTAN.
       01  CON-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  YTD-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  ISR-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  RUN-STATUS      PIC XX.
       77  ANT-STATUS      PIC XX.
       77  AJA-STATUS      PIC XX.
       77  ARC-STATUS      PIC XX.
       77  YTD-EOF-SW      PIC 9.
       77  ANT-EOF         PIC 9.
       77  ANT-ARCH-OK     PIC 9 VALUE 0.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  EMP-FND         PIC 9.
       77  RUN-OK-SW       PIC 9 VALUE 0.
       77  ANU-PARM-SW     PIC 9 VALUE 0.
       77  ANU-APLICA-SW   PIC 9.
       77  FREC-Q-SW       PIC 9 VALUE 0.
       77  FREC-M-SW       PIC 9 VALUE 0.
       77  EMM-EOF-SW      PIC 9.
       77  ANU-FALTA       PIC X(40).
       77  YTD-NOM         PIC X(20) VALUE "EMSYTD.DAT".
       77  ANT-NOM         PIC X(20).
       77  ARC-NOM         PIC X(20).
       77  ANU-EJER        PIC 99.
       77  ANU-EJER-ANT    PIC 99.
       77  ANU-INI-FEC     PIC 9(08).
       77  ANU-TOPE-ING    PIC 9(07)V99 VALUE 400000.00.
       77  ANU-MOTIVO      PIC X(30).
       77  ACT-NOMI        PIC 9(06).
       77  ACT-DEPT        PIC X(03).
       77  ACU-PERC        PIC 9(09)V99.
       77  ACU-ISR         PIC 9(09).
       77  ACU-DEVOL       PIC 9(07).
       77  ACU-GRAV        PIC 9(09)V99.
       77  ACU-MES-INI     PIC 99.
       77  ACU-MES-FIN     PIC 99.
       77  CALC-ISR-ANU    PIC 9(09).
       77  CALC-DIF        PIC S9(09).
       77  CALC-IMP        PIC 9(09).
       77  ISR-CONT        PIC 99 VALUE 0.
       77  ISR-SUB         PIC 99.
       77  ISR-FND         PIC 99.
       77  MES-SUB         PIC 99.
       77  EMP-CONT        PIC 9(06) VALUE 0.
       77  AJU-CONT        PIC 9(06) VALUE 0.
       77  EXC-CONT        PIC 9(06) VALUE 0.
       77  CARGO-CONT      PIC 9(06) VALUE 0.
       77  FAVOR-CONT      PIC 9(06) VALUE 0.
       77  EXCEDE-CONT     PIC 9(06) VALUE 0.
       77  OTRO-EJER-CONT  PIC 9(06) VALUE 0.
       77  CON-PAG         PIC 9(06) VALUE 0.
       77  TOT-GRAV        PIC 9(11)V99 VALUE 0.
       77  TOT-ISR-RET     PIC 9(11) VALUE 0.
       77  TOT-ISR-ANU     PIC 9(11) VALUE 0.
       77  TOT-CARGO       PIC 9(11) VALUE 0.
       77  TOT-FAVOR       PIC 9(11) VALUE 0.
       01  ANU-POSTEOS.
           02 ANU-POST-M   PIC X.
           02 ANU-POST-Q1  PIC X.
           02 ANU-POST-Q2  PIC X.
       01  ACU-MES-TAB.
           02 ACU-MES-ROW OCCURS 12 TIMES.
               03 ACU-M-PERC PIC 9(07)V99.
               03 ACU-M-ISR  PIC 9(07).
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
       01  SIGUIENTE.
           02 SIG-AA   PIC 99.
           02 SIG-MM   PIC 99.
       01  ISR-TABLE.
           02 ISR-TAB-ROW OCCURS 20 TIMES.
               03 ISR-TAB-LIM PIC 9(07)V99.
               03 ISR-TAB-CUO PIC 9(07)V99.
               03 ISR-TAB-PCT PIC 9(02)V99.
       01  REGISTRO-LAYOUT.
           02 REG-TIT-0.
               03 FILLER       PIC X(22) VALUE ">>--------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(22) VALUE "----------------------".
               03 FILLER       PIC X(14) VALUE "------------<<".
           02 REG-TIT-1.
               03 FILLER       PIC X(07) VALUE "FECHA: ".
               03 REG-TI-DD    PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 REG-TI-MM    PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 REG-TI-AA    PIC 99.
               03 FILLER       PIC X(11) VALUE SPACES.
               03 REG-TI-EMPRESA PIC X(21)
                                 VALUE "\\ STEFANINI GROUP //".
               03 FILLER       PIC X(11) VALUE SPACES.
               03 FILLER       PIC X(17) VALUE "APLICA EN: 20".
               03 REG-TI-SIG-AA PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 REG-TI-SIG-MM PIC 99.
           02 REG-TIT-2.
               03 FILLER       PIC X(22) VALUE SPACES.
               03 FILLER       PIC X(36) VALUE
                       "AJUSTE ANUAL DE ISR DEL EJERCICIO 20".
               03 REG-TI-EJER  PIC 99.
           02 REG-TAB-TIT.
               03 FILLER       PIC X(07) VALUE "NOMINA ".
               03 FILLER       PIC X(20) VALUE "NOMBRE".
               03 FILLER       PIC X(12) VALUE "   GRAVABLE ".
               03 FILLER       PIC X(10) VALUE "  RETENIDO".
               03 FILLER       PIC X(10) VALUE "     ANUAL".
               03 FILLER       PIC X(10) VALUE "DIFERENCIA".
               03 FILLER       PIC X(31) VALUE " OBSERVACION".
           02 REG-DET.
               03 REG-DET-NOMI PIC 9(06).
               03 FILLER       PIC X VALUE SPACE.
               03 REG-DET-NOMB PIC X(20).
               03 REG-DET-GRAV PIC Z,ZZZ,ZZ9.99.
               03 FILLER       PIC X VALUE SPACE.
               03 REG-DET-RET  PIC Z,ZZZ,ZZ9.
               03 FILLER       PIC X VALUE SPACE.
               03 REG-DET-ANU  PIC Z,ZZZ,ZZ9.
               03 FILLER       PIC X VALUE SPACE.
               03 REG-DET-DIF  PIC -,---,--9.
               03 FILLER       PIC X VALUE SPACE.
               03 REG-DET-NOTA PIC X(30).
           02 REG-SEP.
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(14) VALUE "==============".
           02 REG-TOTAL.
               03 FILLER       PIC X(12) VALUE "EMPLEADOS: ".
               03 REG-T-EMP    PIC ZZZZZ9.
               03 FILLER       PIC X(13) VALUE " AJUSTADOS: ".
               03 REG-T-AJU    PIC ZZZZZ9.
               03 FILLER       PIC X(14) VALUE " SIN AJUSTE: ".
               03 REG-T-EXC    PIC ZZZZZ9.
               03 FILLER       PIC X(11) VALUE " EXCEDEN: ".
               03 REG-T-EXCEDE PIC ZZZZZ9.
           02 REG-TOTAL-2.
               03 FILLER       PIC X(17) VALUE "TOTAL GRAVABLE: ".
               03 REG-T-GRAV   PIC $$$,$$$,$$$,$$9.99.
               03 FILLER       PIC X(12) VALUE " RETENIDO: ".
               03 REG-T-RET    PIC $$$,$$$,$$$,$$9.
               03 FILLER       PIC X(09) VALUE " ANUAL: ".
               03 REG-T-ANU    PIC $$$,$$$,$$$,$$9.
           02 REG-TOTAL-3.
               03 FILLER       PIC X(17) VALUE "SALDOS A CARGO: ".
               03 REG-T-NCAR   PIC ZZZZZ9.
               03 FILLER       PIC X(03) VALUE SPACES.
               03 REG-T-CARGO  PIC $$$,$$$,$$$,$$9.
               03 FILLER       PIC X(12) VALUE " A FAVOR: ".
               03 REG-T-NFAV   PIC ZZZZZ9.
               03 FILLER       PIC X(03) VALUE SPACES.
               03 REG-T-FAVOR  PIC $$$,$$$,$$$,$$9.
           02 REG-FIRMA.
               03 FILLER       PIC X(40) VALUE
                       "AUTORIZA: ______________________________".
               03 FILLER       PIC X(30) VALUE
                       "   FECHA: ____________________".
       01  CONSTANCIA-LAYOUT.
           02 CON-TIT-1.
               03 FILLER       PIC X(05) VALUE "PAG: ".
               03 CON-TI-PAG   PIC ZZZZZ9.
               03 FILLER       PIC X(18) VALUE SPACES.
               03 CON-TI-EMPRESA PIC X(21)
                                 VALUE "\\ STEFANINI GROUP //".
               03 FILLER       PIC X(14) VALUE SPACES.
               03 FILLER       PIC X(14) VALUE "EJERCICIO: 20".
               03 CON-TI-EJER  PIC 99.
           02 CON-TIT-2.
               03 FILLER       PIC X(12) VALUE SPACES.
               03 FILLER       PIC X(27) VALUE
                       "CONSTANCIA DE SUELDOS, SALA".
               03 FILLER       PIC X(27) VALUE
                       "RIOS Y RETENCIONES DE ISR".
           02 CON-EMP-LIN.
               03 FILLER       PIC X(08) VALUE "NOMINA: ".
               03 CON-EMP-NOMI PIC 9(06).
               03 FILLER       PIC X(09) VALUE " NOMBRE: ".
               03 CON-EMP-NOMB PIC X(20).
               03 FILLER       PIC X(08) VALUE " DEPTO: ".
               03 CON-EMP-DEPT PIC X(03).
           02 CON-PER-LIN.
               03 FILLER       PIC X(19) VALUE "PERIODO QUE AMPARA ".
               03 CON-PER-INI  PIC X(03).
               03 FILLER       PIC X(03) VALUE " A ".
               03 CON-PER-FIN  PIC X(03).
               03 FILLER       PIC X(04) VALUE " 20".
               03 CON-PER-AA   PIC 99.
           02 CON-TAB-TIT.
               03 FILLER       PIC X(04) VALUE "MES ".
               03 FILLER       PIC X(06) VALUE SPACES.
               03 FILLER       PIC X(12) VALUE "PERCEPCIONES".
               03 FILLER       PIC X(04) VALUE SPACES.
               03 FILLER       PIC X(12) VALUE "ISR RETENIDO".
           02 CON-TAB-SEP.
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(18) VALUE "==================".
           02 CON-TAB-INF.
               03 CON-TAB-MES  PIC X(03).
               03 FILLER       PIC X(03) VALUE SPACES.
               03 CON-TAB-PERC PIC $$,$$$,$$9.99.
               03 FILLER       PIC X(05) VALUE SPACES.
               03 CON-TAB-ISR  PIC $$,$$$,$$9.
           02 CON-TOTAL.
               03 FILLER       PIC X(04) VALUE "TOT ".
               03 CON-T-PERC   PIC $$$$,$$$,$$9.99.
               03 FILLER       PIC X(03) VALUE SPACES.
               03 CON-T-ISR    PIC $$$$,$$$,$$9.
           02 CON-IMP-LIN.
               03 CON-IMP-TXT  PIC X(40).
               03 CON-IMP-VAL  PIC $$$$,$$$,$$9.99.
           02 CON-FIRMA.
               03 FILLER       PIC X(40) VALUE
                       "RETENEDOR: _____________________________".
               03 FILLER       PIC X(40) VALUE
                       "   EMPLEADO: ___________________________".

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           PERFORM LEE-PARAMETROS.
           PERFORM LEE-RUN-CONTROL.
           IF RUN-OK-SW = 0
               DISPLAY "SIN PERIODO POSTEADO EN RUNCTL,"
                       " AJUSTE ANUAL CANCELADO"
               STOP RUN
           END-IF.
           PERFORM CARGA-TARIFA.
           IF ISR-CONT = 0
               DISPLAY "SIN TARIFA ANUAL ISRANU.DAT, "
                       "AJUSTE ANUAL CANCELADO"
               STOP RUN
           END-IF.
           OPEN INPUT EMSYTD.
           IF YTD-STATUS = "35"
               DISPLAY "SIN ARCHIVO " FUNCTION TRIM(YTD-NOM)
                       ", NADA QUE AJUSTAR"
               STOP RUN
           END-IF.
           IF YTD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMSYTD, STATUS: " YTD-STATUS
               DISPLAY "SI EL ARCHIVO ES DEL FORMATO ANTERIOR,"
                       " CONVIERTA CON 5EMPYCV"
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO YTD-KEY.
           START EMSYTD KEY NOT < YTD-KEY
               INVALID KEY
                   MOVE 1 TO YTD-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO YTD-EOF-SW
           END-START.
           IF YTD-EOF-SW = 0
               PERFORM LEE-EMSYTD
           END-IF.
           IF YTD-EOF-SW = 1
               DISPLAY FUNCTION TRIM(YTD-NOM)
                       " SIN REGISTROS, NADA QUE AJUSTAR"
               CLOSE EMSYTD
               STOP RUN
           END-IF.
           MOVE YTD-ANO TO ANU-EJER.
           IF ANU-PARM-SW = 0
               IF RUN-ANO NOT = ANU-EJER OR RUN-MES NOT = 12
                   DISPLAY "EJERCICIO 20" ANU-EJER
                           " SIN DICIEMBRE POSTEADO EN RUNCTL"
                   DISPLAY "AJUSTE ANUAL CANCELADO"
                   CLOSE EMSYTD
                   STOP RUN
               END-IF
               PERFORM VALIDA-POSTEOS-DIC
               IF ANU-FALTA NOT = SPACES
                   DISPLAY "EJERCICIO 20" ANU-EJER " SIN "
                           FUNCTION TRIM(ANU-FALTA)
                           " DE DICIEMBRE POSTEADA"
                   DISPLAY "AJUSTE ANUAL CANCELADO"
                   CLOSE EMSYTD
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CALCULA-SIGUIENTE.
           PERFORM ARMA-NOMBRES.
           OPEN INPUT AJUANT.
           IF ANT-STATUS = "00"
               MOVE 1 TO ANT-ARCH-OK
               MOVE 0 TO ANT-EOF
               PERFORM LEE-AJUANT
           ELSE
               MOVE 1 TO ANT-EOF
           END-IF.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           END-IF.
           OPEN OUTPUT AJUANU, AJUARC, ANUREP, CONSTAN.
           PERFORM GEN-ENCABEZADO.
           PERFORM PROCESA-EMPLEADO UNTIL YTD-EOF-SW = 1.
           PERFORM GEN-TOTALES.
           CLOSE EMSYTD, AJUANU, AJUARC, ANUREP, CONSTAN.
           IF ANT-ARCH-OK = 1
               CLOSE AJUANT
           END-IF.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           DISPLAY "EJERCICIO 20" ANU-EJER " EMPLEADOS: " EMP-CONT
                   " AJUSTADOS: " AJU-CONT " SIN AJUSTE: " EXC-CONT.
           DISPLAY "A CARGO: " CARGO-CONT " A FAVOR: " FAVOR-CONT
                   " APLICAN EN 20" SIG-AA "/" SIG-MM.
           IF EXCEDE-CONT > 0
               DISPLAY "SALDOS QUE EXCEDEN 99999, APLICAR MANUAL: "
                       EXCEDE-CONT
           END-IF.
           IF OTRO-EJER-CONT > 0
               DISPLAY "REGISTROS DE OTRO EJERCICIO IGNORADOS: "
                       OTRO-EJER-CONT
           END-IF.
           STOP RUN.

      *--------------------- LEE SIGUIENTE YTD ---------------------
       LEE-EMSYTD.
           READ EMSYTD NEXT RECORD
               AT END
                   MOVE 1 TO YTD-EOF-SW
           END-READ.

       LEE-AJUANT.
           READ AJUANT AT END MOVE 1 TO ANT-EOF.

      *---------- ULTIMO PERIODO POSTEADO (RUNCTL) ----------
       LEE-RUN-CONTROL.
           MOVE 0 TO RUN-OK-SW.
           MOVE SPACES TO ANU-POSTEOS.
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
                           MOVE RUN-POSTEOS TO ANU-POSTEOS
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.

      *------ DICIEMBRE COMPLETO: MENSUAL Y/O SEGUNDA QUINCENA ------
       VALIDA-POSTEOS-DIC.
           MOVE SPACES TO ANU-FALTA.
           IF ANU-POSTEOS = SPACES
               MOVE "S" TO ANU-POST-M
           END-IF.
           PERFORM CUENTA-FRECUENCIAS.
           IF FREC-M-SW = 1 AND ANU-POST-M NOT = "S"
               MOVE "LA NOMINA MENSUAL" TO ANU-FALTA
           END-IF.
           IF FREC-Q-SW = 1 AND ANU-POST-Q2 NOT = "S"
               IF ANU-FALTA = SPACES
                   MOVE "LA SEGUNDA QUINCENA" TO ANU-FALTA
               ELSE
                   MOVE "LA NOMINA MENSUAL NI LA SEGUNDA QUINCENA"
                     TO ANU-FALTA
               END-IF
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
               IF ANU-POST-Q1 = "S"
                   MOVE 1 TO FREC-Q-SW
               ELSE
                   MOVE 1 TO FREC-M-SW
               END-IF
           END-IF.

      *-------- SIGUIENTE PERIODO ABIERTO, DONDE SE APLICA --------
       CALCULA-SIGUIENTE.
           IF RUN-MES = 12
               MOVE 1 TO SIG-MM
               IF RUN-ANO = 99
                   MOVE 0 TO SIG-AA
               ELSE
                   COMPUTE SIG-AA = RUN-ANO + 1
               END-IF
           ELSE
               MOVE RUN-ANO TO SIG-AA
               COMPUTE SIG-MM = RUN-MES + 1
           END-IF.

      *------ ARCHIVOS DEL AJUSTE DEL EJERCICIO Y DEL ANTERIOR ------
       ARMA-NOMBRES.
           IF ANU-EJER = 0
               MOVE 99 TO ANU-EJER-ANT
           ELSE
               COMPUTE ANU-EJER-ANT = ANU-EJER - 1
           END-IF.
           MOVE SPACES TO ANT-NOM.
           STRING "AJUANU" ANU-EJER-ANT ".DAT"
               DELIMITED BY SIZE INTO ANT-NOM.
           MOVE SPACES TO ARC-NOM.
           STRING "AJUANU" ANU-EJER ".DAT"
               DELIMITED BY SIZE INTO ARC-NOM.
           COMPUTE ANU-INI-FEC = (2000 + ANU-EJER) * 10000 + 101.

      *------------------ TARIFA ANUAL DE ISR ------------------
       CARGA-TARIFA.
           MOVE 0 TO ISR-CONT.
           OPEN INPUT ISRANU.
           IF ISR-STATUS = "00"
               PERFORM UNTIL ISR-STATUS NOT = "00"
                   READ ISRANU
                       AT END
                           MOVE "10" TO ISR-STATUS
                       NOT AT END
                           IF ISR-CONT < 20
                               ADD 1 TO ISR-CONT
                               MOVE ISA-LIM TO ISR-TAB-LIM(ISR-CONT)
                               MOVE ISA-CUO TO ISR-TAB-CUO(ISR-CONT)
                               MOVE ISA-PCT TO ISR-TAB-PCT(ISR-CONT)
                           ELSE
                               MOVE "10" TO ISR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISRANU
           END-IF.

      *-------------- ENCABEZADO DEL REGISTRO DEL AJUSTE --------------
       GEN-ENCABEZADO.
           MOVE FEC-DD      TO REG-TI-DD.
           MOVE MES(FEC-MM) TO REG-TI-MM.
           MOVE FEC-AA      TO REG-TI-AA.
           MOVE SIG-AA      TO REG-TI-SIG-AA.
           MOVE SIG-MM      TO REG-TI-SIG-MM.
           MOVE ANU-EJER    TO REG-TI-EJER.
           WRITE REG-REG FROM REG-TIT-0 BEFORE 1 LINE.
           WRITE REG-REG FROM REG-TIT-1 BEFORE 1 LINE.
           WRITE REG-REG FROM REG-TIT-2 BEFORE 2 LINES.
           WRITE REG-REG FROM REG-TAB-TIT BEFORE 1 LINE.
           WRITE REG-REG FROM REG-SEP BEFORE 1 LINE.

      *------- ACUMULA LOS REGISTROS YTD DE UN EMPLEADO Y AJUSTA -------
       PROCESA-EMPLEADO.
           MOVE YTD-NOMI TO ACT-NOMI.
           MOVE YTD-DEPT TO ACT-DEPT.
           MOVE 0 TO ACU-PERC.
           MOVE 0 TO ACU-ISR.
           MOVE 0 TO ACU-DEVOL.
           PERFORM VARYING MES-SUB FROM 1 BY 1 UNTIL MES-SUB > 12
               MOVE 0 TO ACU-M-PERC(MES-SUB)
               MOVE 0 TO ACU-M-ISR(MES-SUB)
           END-PERFORM.
           PERFORM ACUMULA-YTD
               UNTIL YTD-EOF-SW = 1 OR YTD-NOMI NOT = ACT-NOMI.
           ADD 1 TO EMP-CONT.
           PERFORM BUSCA-EMPLEADO.
           PERFORM BUSCA-DEVOLUCION.
           IF ACU-PERC > ACU-DEVOL
               COMPUTE ACU-GRAV = ACU-PERC - ACU-DEVOL
           ELSE
               MOVE 0 TO ACU-GRAV
           END-IF.
           PERFORM VALIDA-AJUSTE.
           MOVE 0 TO CALC-ISR-ANU.
           MOVE 0 TO CALC-DIF.
           IF ANU-APLICA-SW = 1
               PERFORM CALCULA-ISR-ANUAL
               COMPUTE CALC-DIF = CALC-ISR-ANU - ACU-ISR
               ADD 1 TO AJU-CONT
               ADD CALC-ISR-ANU TO TOT-ISR-ANU
           ELSE
               ADD 1 TO EXC-CONT
           END-IF.
           ADD ACU-GRAV TO TOT-GRAV.
           ADD ACU-ISR  TO TOT-ISR-RET.
           PERFORM GRABA-AJUSTE.
           PERFORM GEN-CONSTANCIA.

       ACUMULA-YTD.
           IF YTD-ANO = ANU-EJER
               ADD YTD-PERC TO ACU-PERC
               ADD YTD-ISR  TO ACU-ISR
               PERFORM VARYING MES-SUB FROM 1 BY 1 UNTIL MES-SUB > 12
                   ADD YTD-M-PERC(MES-SUB) TO ACU-M-PERC(MES-SUB)
                   ADD YTD-M-ISR(MES-SUB)  TO ACU-M-ISR(MES-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO OTRO-EJER-CONT
           END-IF.
           PERFORM LEE-EMSYTD.

      *------------- DATOS DEL EMPLEADO DESDE EMPMST -------------
       BUSCA-EMPLEADO.
           MOVE 0 TO EMP-FND.
           MOVE "(NO REGISTRADO)     " TO CON-EMP-NOMB.
           MOVE ACT-DEPT TO CON-EMP-DEPT.
           IF EMP-MASTER-OK = 1
               MOVE ACT-NOMI TO EMM-NOMI
               READ EMPMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO EMP-FND
                       MOVE EMM-NOMB TO CON-EMP-NOMB
                       MOVE EMM-DEPT TO CON-EMP-DEPT
               END-READ
           END-IF.

      *----- DEVOLUCION DEL AJUSTE ANTERIOR PAGADA EN EL EJERCICIO -----
       BUSCA-DEVOLUCION.
           PERFORM UNTIL ANT-EOF = 1 OR ANT-NOMI >= ACT-NOMI
               PERFORM LEE-AJUANT
           END-PERFORM.
           PERFORM UNTIL ANT-EOF = 1 OR ANT-NOMI NOT = ACT-NOMI
               IF ANT-TIPO = "F" AND ANT-PER-AA = ANU-EJER
                   ADD ANT-IMP TO ACU-DEVOL
               END-IF
               PERFORM LEE-AJUANT
           END-PERFORM.

      *------------ CAUSAS POR LAS QUE NO PROCEDE EL AJUSTE ------------
       VALIDA-AJUSTE.
           MOVE 1 TO ANU-APLICA-SW.
           MOVE SPACES TO ANU-MOTIVO.
           IF EMP-FND = 0
               MOVE 0 TO ANU-APLICA-SW
               MOVE "NO REGISTRADO EN EMPMST" TO ANU-MOTIVO
           ELSE
               IF EMM-ESTADO = "B"
                   MOVE 0 TO ANU-APLICA-SW
                   MOVE "BAJA EN EL EJERCICIO" TO ANU-MOTIVO
               ELSE
                   IF EMM-ALTA > ANU-INI-FEC
                       MOVE 0 TO ANU-APLICA-SW
                       MOVE "INGRESO POSTERIOR AL 1 ENERO"
                         TO ANU-MOTIVO
                   ELSE
                       IF ACU-GRAV > ANU-TOPE-ING
                           MOVE 0 TO ANU-APLICA-SW
                           MOVE "INGRESOS MAYORES A 400,000"
                             TO ANU-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---------------- ISR ANUAL POR TRAMOS DE TARIFA ----------------
       CALCULA-ISR-ANUAL.
           MOVE 0 TO ISR-FND.
           PERFORM VARYING ISR-SUB FROM 1 BY 1
                       UNTIL ISR-SUB > ISR-CONT
               IF ACU-GRAV >= ISR-TAB-LIM(ISR-SUB)
                   MOVE ISR-SUB TO ISR-FND
               END-IF
           END-PERFORM.
           IF ISR-FND > 0
               COMPUTE CALC-ISR-ANU ROUNDED =
                   ISR-TAB-CUO(ISR-FND) +
                   (ACU-GRAV - ISR-TAB-LIM(ISR-FND)) *
                   ISR-TAB-PCT(ISR-FND) / 100
           ELSE
               MOVE 0 TO CALC-ISR-ANU
           END-IF.

      *---- SALDO A CARGO O A FAVOR PARA EL SIGUIENTE PERIODO ----
       GRABA-AJUSTE.
           MOVE ACT-NOMI      TO REG-DET-NOMI.
           MOVE CON-EMP-NOMB  TO REG-DET-NOMB.
           MOVE ACU-GRAV      TO REG-DET-GRAV.
           MOVE ACU-ISR       TO REG-DET-RET.
           MOVE CALC-ISR-ANU  TO REG-DET-ANU.
           MOVE CALC-DIF      TO REG-DET-DIF.
           MOVE ANU-MOTIVO    TO REG-DET-NOTA.
           IF ANU-APLICA-SW = 1 AND CALC-DIF NOT = 0
               IF CALC-DIF > 0
                   MOVE CALC-DIF TO CALC-IMP
               ELSE
                   COMPUTE CALC-IMP = 0 - CALC-DIF
               END-IF
               IF CALC-IMP > 99999
                   ADD 1 TO EXCEDE-CONT
                   MOVE "EXCEDE 99999, APLICAR MANUAL" TO REG-DET-NOTA
               ELSE
                   MOVE ACT-NOMI TO AJA-NOMI
                   MOVE CALC-IMP TO AJA-IMP
                   MOVE ANU-EJER TO AJA-EJER
                   MOVE SIG-AA   TO AJA-PER-AA
                   MOVE SIG-MM   TO AJA-PER-MM
                   IF CALC-DIF > 0
                       MOVE "C" TO AJA-TIPO
                       MOVE "SALDO A CARGO, DEDUCCION ISA"
                         TO REG-DET-NOTA
                       ADD 1 TO CARGO-CONT
                       ADD CALC-IMP TO TOT-CARGO
                   ELSE
                       MOVE "F" TO AJA-TIPO
                       MOVE "SALDO A FAVOR, DEVOLUCION ISF"
                         TO REG-DET-NOTA
                       ADD 1 TO FAVOR-CONT
                       ADD CALC-IMP TO TOT-FAVOR
                   END-IF
                   WRITE AJA-REG
                   WRITE ARC-REG FROM AJA-REG
               END-IF
           END-IF.
           WRITE REG-REG FROM REG-DET BEFORE 1 LINE.

      *------------ CONSTANCIA DE RETENCIONES DEL EMPLEADO ------------
       GEN-CONSTANCIA.
           ADD 1 TO CON-PAG.
           MOVE CON-PAG  TO CON-TI-PAG.
           MOVE ANU-EJER TO CON-TI-EJER.
           MOVE ACT-NOMI TO CON-EMP-NOMI.
           MOVE 0 TO ACU-MES-INI.
           MOVE 0 TO ACU-MES-FIN.
           PERFORM VARYING MES-SUB FROM 1 BY 1 UNTIL MES-SUB > 12
               IF ACU-M-PERC(MES-SUB) > 0
                   IF ACU-MES-INI = 0
                       MOVE MES-SUB TO ACU-MES-INI
                   END-IF
                   MOVE MES-SUB TO ACU-MES-FIN
               END-IF
           END-PERFORM.
           IF ACU-MES-INI = 0
               MOVE 1  TO ACU-MES-INI
               MOVE 12 TO ACU-MES-FIN
           END-IF.
           MOVE MES(ACU-MES-INI) TO CON-PER-INI.
           MOVE MES(ACU-MES-FIN) TO CON-PER-FIN.
           MOVE ANU-EJER         TO CON-PER-AA.
           WRITE CON-REG FROM REG-TIT-0 BEFORE PAGE.
           WRITE CON-REG FROM CON-TIT-1 BEFORE 1 LINE.
           WRITE CON-REG FROM CON-TIT-2 BEFORE 2 LINES.
           WRITE CON-REG FROM CON-EMP-LIN BEFORE 1 LINE.
           WRITE CON-REG FROM CON-PER-LIN BEFORE 2 LINES.
           WRITE CON-REG FROM CON-TAB-TIT BEFORE 1 LINE.
           WRITE CON-REG FROM CON-TAB-SEP BEFORE 1 LINE.
           PERFORM VARYING MES-SUB FROM 1 BY 1 UNTIL MES-SUB > 12
               MOVE MES(MES-SUB)        TO CON-TAB-MES
               MOVE ACU-M-PERC(MES-SUB) TO CON-TAB-PERC
               MOVE ACU-M-ISR(MES-SUB)  TO CON-TAB-ISR
               WRITE CON-REG FROM CON-TAB-INF BEFORE 1 LINE
           END-PERFORM.
           WRITE CON-REG FROM CON-TAB-SEP BEFORE 1 LINE.
           MOVE ACU-PERC TO CON-T-PERC.
           MOVE ACU-ISR  TO CON-T-ISR.
           WRITE CON-REG FROM CON-TOTAL BEFORE 2 LINES.
           MOVE "INGRESOS DEL EJERCICIO:" TO CON-IMP-TXT.
           MOVE ACU-PERC TO CON-IMP-VAL.
           WRITE CON-REG FROM CON-IMP-LIN BEFORE 1 LINE.
           IF ACU-DEVOL > 0
               MOVE "MENOS DEVOLUCION ISR EJERCICIO ANTERIOR:"
                 TO CON-IMP-TXT
               MOVE ACU-DEVOL TO CON-IMP-VAL
               WRITE CON-REG FROM CON-IMP-LIN BEFORE 1 LINE
           END-IF.
           MOVE "INGRESOS GRAVABLES:" TO CON-IMP-TXT.
           MOVE ACU-GRAV TO CON-IMP-VAL.
           WRITE CON-REG FROM CON-IMP-LIN BEFORE 1 LINE.
           MOVE "ISR RETENIDO EN EL EJERCICIO:" TO CON-IMP-TXT.
           MOVE ACU-ISR TO CON-IMP-VAL.
           WRITE CON-REG FROM CON-IMP-LIN BEFORE 1 LINE.
           IF ANU-APLICA-SW = 1
               MOVE "ISR ANUAL DEL EJERCICIO:" TO CON-IMP-TXT
               MOVE CALC-ISR-ANU TO CON-IMP-VAL
               WRITE CON-REG FROM CON-IMP-LIN BEFORE 1 LINE
               IF CALC-DIF > 0
                   MOVE "SALDO A CARGO DEL TRABAJADOR:"
                     TO CON-IMP-TXT
               ELSE
                   MOVE "SALDO A FAVOR DEL TRABAJADOR:"
                     TO CON-IMP-TXT
               END-IF
               MOVE CALC-IMP TO CON-IMP-VAL
               IF CALC-DIF = 0
                   MOVE "SIN DIFERENCIA A CARGO NI A FAVOR"
                     TO CON-IMP-TXT
                   MOVE 0 TO CON-IMP-VAL
               END-IF
               WRITE CON-REG FROM CON-IMP-LIN BEFORE 1 LINE
               IF CALC-DIF NOT = 0
                   MOVE SPACES TO CON-REG
                   IF CALC-IMP > 99999
                       STRING "SALDO APLICADO FUERA DE NOMINA"
                           DELIMITED BY SIZE INTO CON-REG
                   ELSE
                       STRING "SE APLICA EN LA NOMINA DEL PERIODO 20"
                              SIG-AA "/" SIG-MM
                           DELIMITED BY SIZE INTO CON-REG
                   END-IF
                   WRITE CON-REG BEFORE 1 LINE
               END-IF
           ELSE
               MOVE SPACES TO CON-REG
               STRING "SIN AJUSTE ANUAL: "
                      FUNCTION TRIM(ANU-MOTIVO)
                   DELIMITED BY SIZE INTO CON-REG
               WRITE CON-REG BEFORE 1 LINE
           END-IF.
           WRITE CON-REG FROM SPACES BEFORE 3 LINES.
           WRITE CON-REG FROM CON-FIRMA BEFORE 1 LINE.

      *----------------- TOTALES Y FIRMA DEL REGISTRO ------------------
       GEN-TOTALES.
           WRITE REG-REG FROM REG-SEP BEFORE 1 LINE.
           MOVE EMP-CONT    TO REG-T-EMP.
           MOVE AJU-CONT    TO REG-T-AJU.
           MOVE EXC-CONT    TO REG-T-EXC.
           MOVE EXCEDE-CONT TO REG-T-EXCEDE.
           WRITE REG-REG FROM REG-TOTAL BEFORE 1 LINE.
           MOVE TOT-GRAV    TO REG-T-GRAV.
           MOVE TOT-ISR-RET TO REG-T-RET.
           MOVE TOT-ISR-ANU TO REG-T-ANU.
           WRITE REG-REG FROM REG-TOTAL-2 BEFORE 1 LINE.
           MOVE CARGO-CONT  TO REG-T-NCAR.
           MOVE TOT-CARGO   TO REG-T-CARGO.
           MOVE FAVOR-CONT  TO REG-T-NFAV.
           MOVE TOT-FAVOR   TO REG-T-FAVOR.
           WRITE REG-REG FROM REG-TOTAL-3 BEFORE 3 LINES.
           WRITE REG-REG FROM REG-FIRMA BEFORE 1 LINE.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-EMPRESA NOT = SPACES
                           MOVE PARM-EMPRESA TO REG-TI-EMPRESA
                           MOVE PARM-EMPRESA TO CON-TI-EMPRESA
                       END-IF
                       IF PARM-ANU-ANO IS NUMERIC AND PARM-ANU-ANO > 0
                           MOVE 1 TO ANU-PARM-SW
                           MOVE SPACES TO YTD-NOM
                           STRING "EMSYTD" PARM-ANU-ANO ".DAT"
                               DELIMITED BY SIZE INTO YTD-NOM
                           DISPLAY "AJUSTE ANUAL DESDE EJERCICIO"
                                   " CERRADO: "
                                   FUNCTION TRIM(YTD-NOM)
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPANU.
