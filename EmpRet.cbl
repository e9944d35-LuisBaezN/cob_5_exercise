      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Retroactivo de aumentos autorizados. Lee AUMENTOS.DAT
      *          (por empleado o por departamento completo, porcentaje
      *          o importe mensual, periodo efectivo) y por cada mes ya
      *          posteado en EMSYTD desde el efectivo hasta el ultimo
      *          periodo de RUNCTL calcula la diferencia sobre la
      *          cubeta YTD-M-PERC, con el ISR (ISRTAB.DAT) y el IMSS
      *          (IMSTAB.DAT) de la diferencia igual que 5EMPCAL.
      *          Al empleado quincenal (EMM-FREC = Q) se le calcula
      *          cada quincena sobre la mitad de la cubeta con la
      *          tarifa ISRQNA.DAT y la mitad del tope del IMSS, y se
      *          duplica; sin ISRQNA.DAT su ajuste no se genera.
      *          El porcentaje se aplica sobre lo posteado en el mes
      *          menos la devolucion ISF del ajuste anual pagada ese
      *          mes (AJUANUaa.DAT del ejercicio anterior), que
      *          tampoco entra en la base del ISR ni del IMSS. A quien
      *          causo baja solo se le retroactivan los meses previos
      *          al de la baja; ese mes lleva el finiquito.
      *          Deja los ajustes tipo R en RETAJU.DAT y el registro
      *          de retroactivos RETREG.TXT para su autorizacion. Con
      *          PARM-RET-MODO = "A" libera RETAJU.DAT a AJUSTES.DAT
      *          para que 5EMPREP los postee y lo deja vacio; no libera
      *          mientras EMPREP.CKP muestre ajustes ya aplicados por
      *          una corrida de 5EMPREP sin terminar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUMENTOS ASSIGN TO "AUMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUM-STATUS.
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
           SELECT ISRTAB ASSIGN TO "ISRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISR-STATUS.
           SELECT ISRQNA ASSIGN TO "ISRQNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISQ-STATUS.
           SELECT IMSTAB ASSIGN TO "IMSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMS-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS.
           SELECT AJUANT ASSIGN TO DYNAMIC ANT-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANT-STATUS.
           SELECT RETAJU ASSIGN TO "RETAJU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTA-STATUS.
           SELECT AJUSTES ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJU-STATUS.
           SELECT CKPTFILE ASSIGN TO "EMPREP.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
           SELECT RETREG ASSIGN TO "RETREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUMENTOS.
       01  AUM-REG.
           02 AUM-TIPO     PIC X.
           02 AUM-NOMI     PIC 9(06).
           02 AUM-DEPT     PIC X(03).
           02 AUM-MODO     PIC X.
           02 AUM-VALOR    PIC 9(05)V99.
           02 AUM-EFECTIVO.
               03 AUM-EF-AA PIC 99.
               03 AUM-EF-MM PIC 99.
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
       FD  ISRTAB.
       01  ISR-REG.
           02 ISR-LIM  PIC 9(05)V99.
           02 ISR-CUO  PIC 9(05)V99.
           02 ISR-PCT  PIC 9(02)V99.
       FD  ISRQNA.
       01  ISQ-REG.
           02 ISQ-LIM  PIC 9(05)V99.
           02 ISQ-CUO  PIC 9(05)V99.
           02 ISQ-PCT  PIC 9(02)V99.
       FD  IMSTAB.
       01  IMS-REG.
           02 IMS-PCT  PIC 9(02)V99.
           02 IMS-TOPE PIC 9(05)V99.
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
       FD  RETAJU.
       01  RTA-REG.
           02 RTA-NOMI  PIC 9(06).
           02 RTA-DEPT  PIC X(03).
           02 RTA-TIPO  PIC X.
           02 RTA-PERC  PIC S9(05)V99 SIGN IS LEADING SEPARATE.
           02 RTA-DEDU  PIC S9(05)    SIGN IS LEADING SEPARATE.
           02 RTA-SALA  PIC S9(05)V99 SIGN IS LEADING SEPARATE.
           02 RTA-ISR   PIC S9(05)    SIGN IS LEADING SEPARATE.
       FD  AJUSTES.
       01  AJU-REG.
           02 AJU-NOMI  PIC 9(06).
           02 AJU-DEPT  PIC X(03).
           02 AJU-TIPO  PIC X.
           02 AJU-PERC  PIC S9(05)V99 SIGN IS LEADING SEPARATE.
           02 AJU-DEDU  PIC S9(05)    SIGN IS LEADING SEPARATE.
           02 AJU-SALA  PIC S9(05)V99 SIGN IS LEADING SEPARATE.
           02 AJU-ISR   PIC S9(05)    SIGN IS LEADING SEPARATE.
       FD  CKPTFILE.
       01  CKPT-REG.
           02 CKPT-DEPT    PIC X(03).
           02 CKPT-NOMI    PIC 9(06).
           02 CKPT-EMPS    PIC 9(06).
           02 CKPT-DEPTS   PIC 99.
           02 CKPT-PERC    PIC 9(12)V99.
           02 CKPT-DEDU    PIC 9(12).
           02 CKPT-SALA    PIC S9(12)V99.
           02 CKPT-D-EMP   PIC 9(04).
           02 CKPT-D-PERC  PIC 9(09)V99.
           02 CKPT-D-DEDU  PIC 9(09).
           02 CKPT-D-SALA  PIC S9(09)V99.
           02 CKPT-B-CNT   PIC 9(06).
           02 CKPT-B-IMP   PIC 9(11)V99.
           02 CKPT-AJU-CNT PIC 9(04).
           02 CKPT-AJU-APL PIC 9(04).
           02 CKPT-B-TRL   PIC 9.
       FD  RETREG.
       01  REG-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  AUM-STATUS      PIC XX.
       77  YTD-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  ISR-STATUS      PIC XX.
       77  ISQ-STATUS      PIC XX.
       77  IMS-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  RUN-STATUS      PIC XX.
       77  RTA-STATUS      PIC XX.
       77  AJU-STATUS      PIC XX.
       77  ANT-STATUS      PIC XX.
       77  CKPT-STATUS     PIC XX.
       77  ANT-NOM         PIC X(20).
       77  ANT-EJER-WK     PIC 99.
       77  ANT-EOF         PIC 9.
       77  ANT-ARCH-OK     PIC 9 VALUE 0.
       77  AUM-EOF         PIC 9.
       77  YTD-EOF-SW      PIC 9.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  RUN-OK-SW       PIC 9 VALUE 0.
       77  RET-MODO        PIC X VALUE "C".
       77  AUM-VALIDO      PIC 9.
       77  AUM-MOTIVO      PIC X(30).
       77  AUM-CONT        PIC 9(06) VALUE 0.
       77  AUM-RECH        PIC 9(06) VALUE 0.
       77  AJU-CONT        PIC 9(06) VALUE 0.
       77  AJU-EXCEDE      PIC 9(06) VALUE 0.
       77  AJU-SIN-TARIFA  PIC 9(06) VALUE 0.
       77  LIB-CONT        PIC 9(06) VALUE 0.
       77  ISR-CONT        PIC 99 VALUE 0.
       77  ISR-SUB         PIC 99.
       77  ISR-FND         PIC 99.
       77  ISQ-CONT        PIC 99 VALUE 0.
       77  IMS-PCT-WK      PIC 9(02)V99 VALUE 0.
       77  IMS-TOPE-WK     PIC 9(05)V99 VALUE 0.
       77  CALC-TOPE       PIC 9(05)V99.
       77  MES-SUB         PIC 99.
       77  MES-INI         PIC 99.
       77  MES-FIN         PIC 99.
       77  CALC-PERC       PIC 9(07)V99.
       77  CALC-BASE       PIC 9(07)V99.
       77  CALC-ISR        PIC 9(07).
       77  CALC-IMS        PIC 9(07).
       77  RET-ISR-ANT     PIC 9(07).
       77  RET-IMS-ANT     PIC 9(07).
       77  RET-DIF-PERC    PIC 9(07)V99.
       77  RET-ISF         PIC 9(07)V99.
       77  RET-ISF-IMP     PIC 9(07).
       77  RET-ISF-MM      PIC 99.
       77  RET-BAJA-SW     PIC 9.
       77  RET-FREC        PIC X.
       77  RET-DIF-ISR     PIC S9(07).
       77  RET-DIF-IMS     PIC S9(07).
       77  RET-DIF-DEDU    PIC S9(07).
       77  RET-EMP-MESES   PIC 99.
       77  RET-EMP-PERC    PIC S9(09)V99.
       77  RET-EMP-DEDU    PIC S9(09).
       77  RET-EMP-SALA    PIC S9(09)V99.
       77  RET-EMP-ISR     PIC S9(09).
       77  RET-TOT-PERC    PIC S9(11)V99 VALUE 0.
       77  RET-TOT-DEDU    PIC S9(11) VALUE 0.
       77  RET-TOT-SALA    PIC S9(11)V99 VALUE 0.
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
       01  BAJA-FEC.
           02 BAJ-AAAA     PIC 9(04).
           02 BAJ-MMDD.
               03 BAJ-MM   PIC 99.
               03 BAJ-DD   PIC 99.
       01  BAJA-FEC-N REDEFINES BAJA-FEC PIC 9(08).
       01  ISR-TABLE.
           02 ISR-TAB-ROW OCCURS 20 TIMES.
               03 ISR-TAB-LIM PIC 9(05)V99.
               03 ISR-TAB-CUO PIC 9(05)V99.
               03 ISR-TAB-PCT PIC 9(02)V99.
       01  ISQ-TABLE.
           02 ISQ-TAB-ROW OCCURS 20 TIMES.
               03 ISQ-TAB-LIM PIC 9(05)V99.
               03 ISQ-TAB-CUO PIC 9(05)V99.
               03 ISQ-TAB-PCT PIC 9(02)V99.
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
               03 FILLER       PIC X(10) VALUE SPACES.
               03 FILLER       PIC X(18) VALUE "POSTEADO HASTA: 20".
               03 REG-TI-RUN-AA PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 REG-TI-RUN-MM PIC 99.
           02 REG-TIT-2.
               03 FILLER       PIC X(22) VALUE SPACES.
               03 FILLER       PIC X(38) VALUE
                       "REGISTRO DE RETROACTIVOS POR AUTORIZAR".
           02 REG-AUM-LIN.
               03 FILLER       PIC X(09) VALUE "AUMENTO: ".
               03 REG-AUM-TIPO PIC X(13).
               03 REG-AUM-CLAVE PIC X(06).
               03 FILLER       PIC X(08) VALUE " MODO: ".
               03 REG-AUM-MODO PIC X(10).
               03 FILLER       PIC X(08) VALUE " VALOR: ".
               03 REG-AUM-VAL  PIC ZZ,ZZ9.99.
               03 FILLER       PIC X(12) VALUE " EFECTIVO: ".
               03 REG-AUM-MES  PIC X(03).
               03 FILLER       PIC X(03) VALUE "/20".
               03 REG-AUM-AA   PIC 99.
           02 REG-AUM-RECH.
               03 FILLER       PIC X(15) VALUE "    RECHAZADO: ".
               03 REG-RECH-MOT PIC X(30).
           02 REG-EMP-LIN.
               03 FILLER       PIC X(12) VALUE "    NOMINA: ".
               03 REG-EMP-NOMI PIC 9(06).
               03 FILLER       PIC X(09) VALUE " NOMBRE: ".
               03 REG-EMP-NOMB PIC X(20).
               03 FILLER       PIC X(08) VALUE " DEPTO: ".
               03 REG-EMP-DEPT PIC X(03).
           02 REG-EMP-BAJA.
               03 FILLER       PIC X(16) VALUE "    BAJA EL 20".
               03 REG-BAJA-AA  PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 REG-BAJA-MM  PIC 99.
               03 FILLER       PIC X VALUE "/".
               03 REG-BAJA-DD  PIC 99.
               03 FILLER       PIC X(36) VALUE
                       ": SIN RETROACTIVO DESDE ESE MES".
           02 REG-TAB-TIT.
               03 FILLER       PIC X(08) VALUE SPACES.
               03 FILLER       PIC X(06) VALUE "MES   ".
               03 FILLER       PIC X(13) VALUE "   POSTEADO  ".
               03 FILLER       PIC X(13) VALUE "   DEV ISF   ".
               03 FILLER       PIC X(13) VALUE "   DIFERENCIA".
               03 FILLER       PIC X(10) VALUE "   DIF ISR".
               03 FILLER       PIC X(10) VALUE "  DIF IMSS".
               03 FILLER       PIC X(13) VALUE "   DIF NETO  ".
           02 REG-TAB-INF.
               03 FILLER       PIC X(08) VALUE SPACES.
               03 REG-TAB-MES  PIC X(03).
               03 FILLER       PIC X(03) VALUE SPACES.
               03 REG-TAB-POS  PIC Z,ZZZ,ZZ9.99.
               03 FILLER       PIC X(01) VALUE SPACES.
               03 REG-TAB-ISF  PIC Z,ZZZ,ZZ9.99.
               03 FILLER       PIC X(01) VALUE SPACES.
               03 REG-TAB-DIF  PIC Z,ZZZ,ZZ9.99.
               03 FILLER       PIC X(01) VALUE SPACES.
               03 REG-TAB-ISR  PIC -,---,--9.
               03 FILLER       PIC X(01) VALUE SPACES.
               03 REG-TAB-IMS  PIC -,---,--9.
               03 FILLER       PIC X(01) VALUE SPACES.
               03 REG-TAB-NETO PIC -,---,--9.99.
           02 REG-EMP-TOT.
               03 FILLER       PIC X(08) VALUE SPACES.
               03 FILLER       PIC X(12) VALUE "AJUSTE R:  ".
               03 REG-ET-MESES PIC Z9.
               03 FILLER       PIC X(08) VALUE " MESES  ".
               03 FILLER       PIC X(03) VALUE "P: ".
               03 REG-ET-PERC  PIC -(06)9.99.
               03 FILLER       PIC X(04) VALUE " D: ".
               03 REG-ET-DEDU  PIC -(06)9.
               03 FILLER       PIC X(04) VALUE " S: ".
               03 REG-ET-SALA  PIC -(06)9.99.
               03 REG-ET-NOTA  PIC X(15).
           02 REG-SEP.
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(22) VALUE "======================".
               03 FILLER       PIC X(14) VALUE "==============".
           02 REG-TOTAL.
               03 FILLER       PIC X(11) VALUE "AUMENTOS: ".
               03 REG-T-AUM    PIC ZZZZ9.
               03 FILLER       PIC X(13) VALUE " RECHAZADOS: ".
               03 REG-T-RECH   PIC ZZZZ9.
               03 FILLER       PIC X(10) VALUE " AJUSTES: ".
               03 REG-T-AJU    PIC ZZZZ9.
           02 REG-TOTAL-2.
               03 FILLER       PIC X(13) VALUE "TOTAL PERC: ".
               03 REG-T-PERC   PIC -(10)9.99.
               03 FILLER       PIC X(08) VALUE " DEDU: ".
               03 REG-T-DEDU   PIC -(10)9.
               03 FILLER       PIC X(08) VALUE " NETO: ".
               03 REG-T-SALA   PIC -(10)9.99.
           02 REG-FIRMA.
               03 FILLER       PIC X(40) VALUE
                       "AUTORIZA: ______________________________".
               03 FILLER       PIC X(30) VALUE
                       "   FECHA: ____________________".

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           PERFORM LEE-PARAMETROS.
           IF RET-MODO = "A"
               PERFORM LIBERA-AJUSTES
               STOP RUN
           END-IF.
           PERFORM LEE-RUN-CONTROL.
           IF RUN-OK-SW = 0
               DISPLAY "SIN PERIODO POSTEADO EN RUNCTL,"
                       " NADA QUE RETROACTIVAR"
               STOP RUN
           END-IF.
           PERFORM CARGA-TABLAS.
           PERFORM ARMA-NOMBRE-AJUANT.
           IF ISR-CONT = 0
               DISPLAY "SIN TABLA DE TRAMOS ISRTAB.DAT, "
                       "RETROACTIVO CANCELADO"
               STOP RUN
           END-IF.
           OPEN INPUT AUMENTOS.
           IF AUM-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO AUMENTOS.DAT, NADA QUE PROCESAR"
               STOP RUN
           END-IF.
           OPEN INPUT EMSYTD.
           IF YTD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMSYTD, STATUS: " YTD-STATUS
               DISPLAY "SI EL ARCHIVO ES DEL FORMATO ANTERIOR,"
                       " CONVIERTA CON 5EMPYCV"
               CLOSE AUMENTOS
               STOP RUN
           END-IF.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           END-IF.
           OPEN OUTPUT RETAJU, RETREG.
           PERFORM GEN-ENCABEZADO.
           MOVE 0 TO AUM-EOF.
           PERFORM LEE-AUMENTOS.
           PERFORM PROCESA-AUMENTO UNTIL AUM-EOF = 1.
           PERFORM GEN-TOTALES.
           CLOSE AUMENTOS, EMSYTD, RETAJU, RETREG.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           DISPLAY "AUMENTOS: " AUM-CONT " RECHAZADOS: " AUM-RECH
                   " AJUSTES EN RETAJU.DAT: " AJU-CONT.
           IF AJU-SIN-TARIFA > 0
               DISPLAY "QUINCENALES SIN TARIFA ISRQNA.DAT, SIN AJUSTE: "
                       AJU-SIN-TARIFA
           END-IF.
           DISPLAY "REVISE RETREG.TXT Y LIBERE CON PARM-RET-MODO A".
           STOP RUN.

       LEE-AUMENTOS.
           READ AUMENTOS AT END MOVE 1 TO AUM-EOF.

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

      *---------- TARIFA ISR E IMSS, LAS MISMAS DE 5EMPCAL ----------
       CARGA-TABLAS.
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
           MOVE 0 TO ISQ-CONT.
           OPEN INPUT ISRQNA.
           IF ISQ-STATUS = "00"
               PERFORM UNTIL ISQ-STATUS NOT = "00"
                   READ ISRQNA
                       AT END
                           MOVE "10" TO ISQ-STATUS
                       NOT AT END
                           IF ISQ-CONT < 20
                               ADD 1 TO ISQ-CONT
                               MOVE ISQ-LIM TO ISQ-TAB-LIM(ISQ-CONT)
                               MOVE ISQ-CUO TO ISQ-TAB-CUO(ISQ-CONT)
                               MOVE ISQ-PCT TO ISQ-TAB-PCT(ISQ-CONT)
                           ELSE
                               MOVE "10" TO ISQ-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISRQNA
           END-IF.
           OPEN INPUT IMSTAB.
           IF IMS-STATUS = "00"
               READ IMSTAB
                   NOT AT END
                       MOVE IMS-PCT  TO IMS-PCT-WK
                       MOVE IMS-TOPE TO IMS-TOPE-WK
               END-READ
               CLOSE IMSTAB
           END-IF.

      *------------------ ENCABEZADO DEL REGISTRO ------------------
       GEN-ENCABEZADO.
           MOVE FEC-DD      TO REG-TI-DD.
           MOVE MES(FEC-MM) TO REG-TI-MM.
           MOVE FEC-AA      TO REG-TI-AA.
           MOVE RUN-ANO     TO REG-TI-RUN-AA.
           MOVE RUN-MES     TO REG-TI-RUN-MM.
           WRITE REG-REG FROM REG-TIT-0 BEFORE 1 LINE.
           WRITE REG-REG FROM REG-TIT-1 BEFORE 1 LINE.
           WRITE REG-REG FROM REG-TIT-2 BEFORE 2 LINES.

      *------------- VALIDA Y APLICA UN AUMENTO AUTORIZADO -------------
       PROCESA-AUMENTO.
           ADD 1 TO AUM-CONT.
           PERFORM VALIDA-AUMENTO.
           PERFORM GEN-LINEA-AUMENTO.
           IF AUM-VALIDO = 0
               ADD 1 TO AUM-RECH
               MOVE AUM-MOTIVO TO REG-RECH-MOT
               WRITE REG-REG FROM REG-AUM-RECH BEFORE 1 LINE
           ELSE
               IF AUM-TIPO = "E"
                   MOVE AUM-NOMI   TO YTD-NOMI
                   MOVE LOW-VALUES TO YTD-DEPT
               ELSE
                   MOVE LOW-VALUES TO YTD-KEY
               END-IF
               START EMSYTD KEY NOT < YTD-KEY
                   INVALID KEY
                       MOVE 1 TO YTD-EOF-SW
                   NOT INVALID KEY
                       MOVE 0 TO YTD-EOF-SW
               END-START
               PERFORM ABRE-AJUANT
               PERFORM UNTIL YTD-EOF-SW = 1
                   READ EMSYTD NEXT RECORD
                       AT END
                           MOVE 1 TO YTD-EOF-SW
                       NOT AT END
                           IF AUM-TIPO = "E"
                               IF YTD-NOMI NOT = AUM-NOMI
                                   MOVE 1 TO YTD-EOF-SW
                               ELSE
                                   PERFORM RETRO-EMPLEADO
                               END-IF
                           ELSE
                               IF YTD-DEPT = AUM-DEPT
                                   PERFORM RETRO-EMPLEADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF ANT-ARCH-OK = 1
                   CLOSE AJUANT
                   MOVE 0 TO ANT-ARCH-OK
               END-IF
           END-IF.
           WRITE REG-REG FROM SPACES BEFORE 1 LINE.
           PERFORM LEE-AUMENTOS.

      *----------------- VALIDA EL REGISTRO DE AUMENTO -----------------
       VALIDA-AUMENTO.
           MOVE 1 TO AUM-VALIDO.
           MOVE SPACES TO AUM-MOTIVO.
           IF AUM-TIPO NOT = "E" AND AUM-TIPO NOT = "D"
               MOVE "TIPO DEBE SER E O D" TO AUM-MOTIVO
               MOVE 0 TO AUM-VALIDO
           END-IF.
           IF AUM-VALIDO = 1 AND AUM-TIPO = "E"
              AND AUM-NOMI IS NOT NUMERIC
               MOVE "NOMINA INVALIDA" TO AUM-MOTIVO
               MOVE 0 TO AUM-VALIDO
           END-IF.
           IF AUM-VALIDO = 1 AND AUM-TIPO = "D" AND AUM-DEPT = SPACES
               MOVE "DEPTO EN BLANCO" TO AUM-MOTIVO
               MOVE 0 TO AUM-VALIDO
           END-IF.
           IF AUM-VALIDO = 1 AND AUM-MODO NOT = "P"
              AND AUM-MODO NOT = "I"
               MOVE "MODO DEBE SER P O I" TO AUM-MOTIVO
               MOVE 0 TO AUM-VALIDO
           END-IF.
           IF AUM-VALIDO = 1
               IF AUM-VALOR IS NOT NUMERIC
                   MOVE "VALOR INVALIDO" TO AUM-MOTIVO
                   MOVE 0 TO AUM-VALIDO
               ELSE
                   IF AUM-VALOR = 0
                       MOVE "VALOR EN CEROS" TO AUM-MOTIVO
                       MOVE 0 TO AUM-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF AUM-VALIDO = 1
               IF AUM-EF-AA IS NOT NUMERIC OR AUM-EF-MM IS NOT NUMERIC
                   MOVE "PERIODO EFECTIVO INVALIDO" TO AUM-MOTIVO
                   MOVE 0 TO AUM-VALIDO
               ELSE
                   IF AUM-EF-MM < 1 OR AUM-EF-MM > 12
                       MOVE "PERIODO EFECTIVO INVALIDO" TO AUM-MOTIVO
                       MOVE 0 TO AUM-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF AUM-VALIDO = 1
               IF AUM-EFECTIVO > RUN-PERIODO
                   MOVE "EFECTIVO POSTERIOR A LO POSTEADO"
                     TO AUM-MOTIVO
                   MOVE 0 TO AUM-VALIDO
               END-IF
           END-IF.

      *------------------ RENGLON DEL AUMENTO ------------------
       GEN-LINEA-AUMENTO.
           IF AUM-TIPO = "E"
               MOVE "EMPLEADO     " TO REG-AUM-TIPO
               MOVE AUM-NOMI        TO REG-AUM-CLAVE
           ELSE
               MOVE "DEPARTAMENTO " TO REG-AUM-TIPO
               MOVE AUM-DEPT        TO REG-AUM-CLAVE
           END-IF.
           IF AUM-MODO = "P"
               MOVE "PORCENTAJE" TO REG-AUM-MODO
           ELSE
               MOVE "IMPORTE"    TO REG-AUM-MODO
           END-IF.
           MOVE 0 TO REG-AUM-VAL.
           IF AUM-VALOR IS NUMERIC
               MOVE AUM-VALOR TO REG-AUM-VAL
           END-IF.
           MOVE SPACES TO REG-AUM-MES.
           IF AUM-EF-MM IS NUMERIC AND AUM-EF-MM >= 1
              AND AUM-EF-MM <= 12
               MOVE MES(AUM-EF-MM) TO REG-AUM-MES
           END-IF.
           MOVE AUM-EF-AA TO REG-AUM-AA.
           WRITE REG-REG FROM REG-AUM-LIN BEFORE 1 LINE.

      *------- DIFERENCIAS MES A MES DE UN REGISTRO YTD -------
       RETRO-EMPLEADO.
           IF AUM-EF-AA < YTD-ANO
               MOVE 1 TO MES-INI
           ELSE
               MOVE AUM-EF-MM TO MES-INI
           END-IF.
           IF RUN-ANO > YTD-ANO
               MOVE 12 TO MES-FIN
           ELSE
               MOVE RUN-MES TO MES-FIN
           END-IF.
           IF AUM-EF-AA > YTD-ANO OR RUN-ANO < YTD-ANO
               MOVE 0 TO MES-FIN
           END-IF.
           MOVE 0 TO RET-EMP-MESES.
           MOVE 0 TO RET-EMP-PERC.
           MOVE 0 TO RET-EMP-DEDU.
           MOVE 0 TO RET-EMP-SALA.
           MOVE 0 TO RET-EMP-ISR.
           MOVE YTD-NOMI TO REG-EMP-NOMI.
           MOVE YTD-DEPT TO REG-EMP-DEPT.
           PERFORM BUSCA-NOMBRE.
           PERFORM BUSCA-DEVOLUCION.
           WRITE REG-REG FROM REG-EMP-LIN BEFORE 1 LINE.
           IF RET-BAJA-SW = 1
               PERFORM CORTA-BAJA
           END-IF.
           WRITE REG-REG FROM REG-TAB-TIT BEFORE 1 LINE.
           PERFORM VARYING MES-SUB FROM MES-INI BY 1
                   UNTIL MES-SUB > MES-FIN
               MOVE 0 TO RET-ISF
               IF MES-SUB = RET-ISF-MM
                   MOVE RET-ISF-IMP TO RET-ISF
                   IF RET-ISF > YTD-M-PERC(MES-SUB)
                       MOVE YTD-M-PERC(MES-SUB) TO RET-ISF
                   END-IF
               END-IF
               IF YTD-M-PERC(MES-SUB) > RET-ISF
                   PERFORM RETRO-MES
               END-IF
           END-PERFORM.
           PERFORM GRABA-RETAJU.

      *------------ DIFERENCIA, ISR E IMSS DE UN MES ------------
       RETRO-MES.
           IF AUM-MODO = "P"
               COMPUTE RET-DIF-PERC ROUNDED =
                   (YTD-M-PERC(MES-SUB) - RET-ISF) * AUM-VALOR / 100
           ELSE
               MOVE AUM-VALOR TO RET-DIF-PERC
           END-IF.
           COMPUTE CALC-PERC = YTD-M-PERC(MES-SUB) - RET-ISF.
           PERFORM CALCULA-RETENCION.
           MOVE CALC-ISR TO RET-ISR-ANT.
           MOVE CALC-IMS TO RET-IMS-ANT.
           COMPUTE CALC-PERC = YTD-M-PERC(MES-SUB) - RET-ISF
                             + RET-DIF-PERC.
           PERFORM CALCULA-RETENCION.
           COMPUTE RET-DIF-ISR  = CALC-ISR - RET-ISR-ANT.
           COMPUTE RET-DIF-IMS  = CALC-IMS - RET-IMS-ANT.
           COMPUTE RET-DIF-DEDU = RET-DIF-ISR + RET-DIF-IMS.
           ADD 1 TO RET-EMP-MESES.
           ADD RET-DIF-PERC TO RET-EMP-PERC.
           ADD RET-DIF-DEDU TO RET-EMP-DEDU.
           ADD RET-DIF-ISR  TO RET-EMP-ISR.
           COMPUTE RET-EMP-SALA = RET-EMP-SALA + RET-DIF-PERC
                                - RET-DIF-DEDU.
           MOVE MES(MES-SUB)        TO REG-TAB-MES.
           MOVE YTD-M-PERC(MES-SUB) TO REG-TAB-POS.
           MOVE RET-ISF             TO REG-TAB-ISF.
           MOVE RET-DIF-PERC        TO REG-TAB-DIF.
           MOVE RET-DIF-ISR         TO REG-TAB-ISR.
           MOVE RET-DIF-IMS         TO REG-TAB-IMS.
           COMPUTE REG-TAB-NETO = RET-DIF-PERC - RET-DIF-DEDU.
           WRITE REG-REG FROM REG-TAB-INF BEFORE 1 LINE.

      *------- A QUIEN CAUSO BAJA, SOLO LOS MESES ANTERIORES -------
       CORTA-BAJA.
           MOVE EMM-BAJA-FEC TO BAJA-FEC-N.
           IF BAJ-MM < 1 OR BAJ-MM > 12 OR BAJ-AAAA < 2000
               MOVE 0 TO MES-FIN
           ELSE
               IF BAJ-AAAA < 2000 + YTD-ANO
                   MOVE 0 TO MES-FIN
               END-IF
               IF BAJ-AAAA = 2000 + YTD-ANO AND BAJ-MM <= MES-FIN
                   COMPUTE MES-FIN = BAJ-MM - 1
               END-IF
           END-IF.
           MOVE 0 TO REG-BAJA-AA.
           IF BAJ-AAAA >= 2000
               COMPUTE REG-BAJA-AA = BAJ-AAAA - 2000
           END-IF.
           MOVE BAJ-MM TO REG-BAJA-MM.
           MOVE BAJ-DD TO REG-BAJA-DD.
           WRITE REG-REG FROM REG-EMP-BAJA BEFORE 1 LINE.

      *---------- UN AJUSTE R POR EMPLEADO Y DEPTO A RETAJU ----------
       GRABA-RETAJU.
           MOVE RET-EMP-MESES TO REG-ET-MESES.
           MOVE RET-EMP-PERC  TO REG-ET-PERC.
           MOVE RET-EMP-DEDU  TO REG-ET-DEDU.
           MOVE RET-EMP-SALA  TO REG-ET-SALA.
           MOVE SPACES        TO REG-ET-NOTA.
           EVALUATE TRUE
               WHEN RET-EMP-MESES = 0
                   MOVE " SIN MESES" TO REG-ET-NOTA
               WHEN RET-FREC = "Q" AND ISQ-CONT = 0
                   MOVE " SIN ISRQNA" TO REG-ET-NOTA
                   ADD 1 TO AJU-SIN-TARIFA
               WHEN OTHER
                   IF RET-EMP-PERC > 99999.99 OR RET-EMP-DEDU > 99999
                      OR RET-EMP-SALA > 99999.99
                      OR RET-EMP-SALA < -99999.99
                      OR RET-EMP-ISR > 99999 OR RET-EMP-ISR < -99999
                       MOVE " EXCEDE AJUSTE" TO REG-ET-NOTA
                       ADD 1 TO AJU-EXCEDE
                   ELSE
                       MOVE YTD-NOMI     TO RTA-NOMI
                       MOVE YTD-DEPT     TO RTA-DEPT
                       MOVE "R"          TO RTA-TIPO
                       MOVE RET-EMP-PERC TO RTA-PERC
                       MOVE RET-EMP-DEDU TO RTA-DEDU
                       MOVE RET-EMP-SALA TO RTA-SALA
                       MOVE RET-EMP-ISR  TO RTA-ISR
                       WRITE RTA-REG
                       ADD 1 TO AJU-CONT
                       ADD RET-EMP-PERC TO RET-TOT-PERC
                       ADD RET-EMP-DEDU TO RET-TOT-DEDU
                       ADD RET-EMP-SALA TO RET-TOT-SALA
                   END-IF
           END-EVALUATE.
           WRITE REG-REG FROM REG-EMP-TOT BEFORE 1 LINE.

      *------ ISR E IMSS DEL MES, POR QUINCENA AL QUINCENAL ------
       CALCULA-RETENCION.
           IF RET-FREC = "Q"
               COMPUTE CALC-PERC ROUNDED = CALC-PERC / 2
               PERFORM CALCULA-ISR-QNA
               PERFORM CALCULA-IMSS
               COMPUTE CALC-ISR = CALC-ISR * 2
               COMPUTE CALC-IMS = CALC-IMS * 2
           ELSE
               PERFORM CALCULA-ISR
               PERFORM CALCULA-IMSS
           END-IF.

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

      *----------- ISR POR TRAMOS DE LA TARIFA QUINCENAL -----------
       CALCULA-ISR-QNA.
           MOVE 0 TO ISR-FND.
           PERFORM VARYING ISR-SUB FROM 1 BY 1
                       UNTIL ISR-SUB > ISQ-CONT
               IF CALC-PERC >= ISQ-TAB-LIM(ISR-SUB)
                   MOVE ISR-SUB TO ISR-FND
               END-IF
           END-PERFORM.
           IF ISR-FND > 0
               COMPUTE CALC-ISR ROUNDED =
                   ISQ-TAB-CUO(ISR-FND) +
                   (CALC-PERC - ISQ-TAB-LIM(ISR-FND)) *
                   ISQ-TAB-PCT(ISR-FND) / 100
           ELSE
               MOVE 0 TO CALC-ISR
           END-IF.

      *------------- IMSS SOBRE LA BASE CON SU TOPE -------------
       CALCULA-IMSS.
           MOVE CALC-PERC TO CALC-BASE.
           MOVE IMS-TOPE-WK TO CALC-TOPE.
           IF RET-FREC = "Q"
               COMPUTE CALC-TOPE ROUNDED = IMS-TOPE-WK / 2
           END-IF.
           IF CALC-TOPE > 0 AND CALC-BASE > CALC-TOPE
               MOVE CALC-TOPE TO CALC-BASE
           END-IF.
           COMPUTE CALC-IMS ROUNDED =
               CALC-BASE * IMS-PCT-WK / 100.

      *----------------- TOTALES Y FIRMA DEL REGISTRO ------------------
       GEN-TOTALES.
           WRITE REG-REG FROM REG-SEP BEFORE 1 LINE.
           MOVE AUM-CONT     TO REG-T-AUM.
           MOVE AUM-RECH     TO REG-T-RECH.
           MOVE AJU-CONT     TO REG-T-AJU.
           WRITE REG-REG FROM REG-TOTAL BEFORE 1 LINE.
           MOVE RET-TOT-PERC TO REG-T-PERC.
           MOVE RET-TOT-DEDU TO REG-T-DEDU.
           MOVE RET-TOT-SALA TO REG-T-SALA.
           WRITE REG-REG FROM REG-TOTAL-2 BEFORE 3 LINES.
           WRITE REG-REG FROM REG-FIRMA BEFORE 1 LINE.

      *--------- LIBERA LOS AJUSTES AUTORIZADOS A AJUSTES.DAT ----------
       LIBERA-AJUSTES.
           OPEN INPUT CKPTFILE.
           IF CKPT-STATUS = "00"
               READ CKPTFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-AJU-CNT IS NUMERIC AND
                          CKPT-AJU-CNT > 0
                           DISPLAY "AJUSTES.DAT TIENE " CKPT-AJU-CNT
                                   " AJUSTES YA APLICADOS POR 5EMPREP"
                           DISPLAY "TERMINE LA CORRIDA DE 5EMPREP"
                                   " ANTES DE LIBERAR"
                           CLOSE CKPTFILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CKPTFILE
           END-IF.
           OPEN INPUT RETAJU.
           IF RTA-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO RETAJU.DAT, NADA QUE LIBERAR"
               STOP RUN
           END-IF.
           OPEN EXTEND AJUSTES.
           IF AJU-STATUS = "35"
               OPEN OUTPUT AJUSTES
               CLOSE AJUSTES
               OPEN EXTEND AJUSTES
           END-IF.
           PERFORM UNTIL RTA-STATUS NOT = "00"
               READ RETAJU
                   AT END
                       MOVE "10" TO RTA-STATUS
                   NOT AT END
                       WRITE AJU-REG FROM RTA-REG
                       ADD 1 TO LIB-CONT
               END-READ
           END-PERFORM.
           CLOSE RETAJU, AJUSTES.
           OPEN OUTPUT RETAJU.
           CLOSE RETAJU.
           DISPLAY "AJUSTES RETROACTIVOS LIBERADOS A AJUSTES.DAT: "
                   LIB-CONT.

      *------------- NOMBRE DEL EMPLEADO DESDE EMPMST -------------
       BUSCA-NOMBRE.
           MOVE "(NO REGISTRADO)     " TO REG-EMP-NOMB.
           MOVE 0 TO RET-BAJA-SW.
           MOVE "M" TO RET-FREC.
           IF EMP-MASTER-OK = 1
               MOVE YTD-NOMI TO EMM-NOMI
               READ EMPMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMM-NOMB TO REG-EMP-NOMB
                       IF EMM-ESTADO = "B"
                           MOVE 1 TO RET-BAJA-SW
                       END-IF
                       IF EMM-FREC = "Q"
                           MOVE "Q" TO RET-FREC
                       END-IF
               END-READ
           END-IF.

      *------ ARCHIVO DEL AJUSTE ANUAL PAGADO EN ESTE EJERCICIO ------
       ARMA-NOMBRE-AJUANT.
           IF RUN-ANO = 0
               MOVE 99 TO ANT-EJER-WK
           ELSE
               COMPUTE ANT-EJER-WK = RUN-ANO - 1
           END-IF.
           MOVE SPACES TO ANT-NOM.
           STRING "AJUANU" ANT-EJER-WK ".DAT"
               DELIMITED BY SIZE INTO ANT-NOM.

       ABRE-AJUANT.
           MOVE 1 TO ANT-EOF.
           OPEN INPUT AJUANT.
           IF ANT-STATUS = "00"
               MOVE 1 TO ANT-ARCH-OK
               MOVE 0 TO ANT-EOF
               PERFORM LEE-AJUANT
           END-IF.

       LEE-AJUANT.
           READ AJUANT AT END MOVE 1 TO ANT-EOF.

      *------ DEVOLUCION ISF DEL AJUSTE ANUAL PAGADA AL EMPLEADO ------
       BUSCA-DEVOLUCION.
           MOVE 0 TO RET-ISF-MM.
           MOVE 0 TO RET-ISF-IMP.
           PERFORM UNTIL ANT-EOF = 1 OR ANT-NOMI >= YTD-NOMI
               PERFORM LEE-AJUANT
           END-PERFORM.
           IF ANT-EOF = 0
               IF ANT-NOMI = YTD-NOMI AND ANT-TIPO = "F"
                  AND ANT-PER-AA = YTD-ANO
                  AND ANT-PER-MM >= 1 AND ANT-PER-MM <= 12
                   IF YTD-M-PERC(ANT-PER-MM) > 0
                       MOVE ANT-PER-MM TO RET-ISF-MM
                       MOVE ANT-IMP    TO RET-ISF-IMP
                       PERFORM LEE-AJUANT
                   END-IF
               END-IF
           END-IF.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   NOT AT END
                       IF PARM-EMPRESA NOT = SPACES
                           MOVE PARM-EMPRESA TO REG-TI-EMPRESA
                       END-IF
                       IF PARM-RET-MODO = "A"
                           MOVE "A" TO RET-MODO
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPRET.
