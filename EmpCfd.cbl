      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Extracto de CFDI de nomina para timbrado. Por cada
      *          empleado de EMPORD del ultimo periodo posteado en
      *          RUNCTL genera un XML CFDI 4.0 con complemento de
      *          nomina 1.2 (CFDIaammqnnnnnn.XML): percepcion de sueldo,
      *          deducciones por concepto de DEDDET.DAT con su clave
      *          del catalogo del SAT y el saldo a favor de ajuste
      *          anual de OTRPAG.DAT como otro pago. Emisor desde
      *          PARMCTL y receptor con RFC, CURP, NSS y codigo postal
      *          fiscal de EMPMST. Deja el archivo de envio al
      *          proveedor de timbrado CFDIENV.DAT con H/D/T, registra
      *          cada folio en CFDIMST para recibir su UUID con
      *          5EMPUUI y lista los excluidos en CFDLOG.TXT.
      *          Incluye a los empleados que aplico el suplemento
      *          5EMPSUP de la misma corrida (SUPCFD.DAT) y emite un
      *          CFDI extraordinario, serie FIN y quincena 9 en el
      *          folio, por cada finiquito de 5EMPFIN (FINCFD.DAT) con
      *          aguinaldo, vacaciones, prima vacacional, indemnizacion
      *          y prima de antiguedad con su clave del SAT y el nodo
      *          de separacion e indemnizacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPCFD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPORD ASSIGN TO DISK
               FILE STATUS IS EMO-STATUS.
           SELECT STBSRT ASSIGN TO DISK.
           SELECT STBORD ASSIGN TO DISK
               FILE STATUS IS STB-STATUS.
           SELECT DEDDET ASSIGN TO "DEDDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDT-STATUS.
           SELECT DEDSRT ASSIGN TO DISK.
           SELECT DEDSTB ASSIGN TO DISK
               FILE STATUS IS DDS-STATUS.
           SELECT OTRPAG ASSIGN TO "OTRPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OTP-STATUS.
           SELECT OTPSRT ASSIGN TO DISK.
           SELECT OTPORD ASSIGN TO DISK
               FILE STATUS IS OTO-STATUS.
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
           SELECT CFDIMST ASSIGN TO "CFDIMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFM-FOLIO
               FILE STATUS IS CFM-STATUS.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS.
           SELECT CFDIXML ASSIGN TO DYNAMIC XML-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XML-STATUS.
           SELECT CFDIENV ASSIGN TO "CFDIENV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CFDLOG ASSIGN TO "CFDLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPCFD ASSIGN TO "SUPCFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCF-STATUS.
           SELECT FINCFD ASSIGN TO "FINCFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPORD.
       01  EMO-REG.
           02 EMO-NOMI PIC 9(06).
           02 EMO-NOMB PIC X(20).
           02 EMO-DEPT PIC X(03).
           02 EMO-PERC PIC 9(05)V99.
           02 EMO-DEDU PIC 9(05).
           02 EMO-SALA PIC S9(05)V99.
           02 FILLER       PIC XX.
       SD  STBSRT.
       01  STS-REG.
           02 STS-NOMI PIC 9(06).
           02 STS-NOMB PIC X(20).
           02 STS-DEPT PIC X(03).
           02 STS-PERC PIC 9(05)V99.
           02 STS-DEDU PIC 9(05).
           02 STS-SALA PIC S9(05)V99.
           02 STS-ORIGEN   PIC X.
           02 FILLER       PIC X.
       FD  STBORD.
       01  STB-REG.
           02 STB-NOMI PIC 9(06).
           02 STB-NOMB PIC X(20).
           02 STB-DEPT PIC X(03).
           02 STB-PERC PIC 9(05)V99.
           02 STB-DEDU PIC 9(05).
           02 STB-SALA PIC S9(05)V99.
           02 STB-ORIGEN   PIC X.
           02 FILLER       PIC X.
       FD  DEDDET.
       01  DDT-REG.
           02 DDT-NOMI     PIC 9(06).
           02 DDT-CONC     PIC X(03).
           02 DDT-IMPORTE  PIC 9(05).
       SD  DEDSRT.
       01  DSR-REG.
           02 DSR-NOMI     PIC 9(06).
           02 DSR-CONC     PIC X(03).
           02 DSR-IMPORTE  PIC 9(05).
       FD  DEDSTB.
       01  DDS-REG.
           02 DDS-NOMI     PIC 9(06).
           02 DDS-CONC     PIC X(03).
           02 DDS-IMPORTE  PIC 9(05).
       FD  OTRPAG.
       01  OTP-REG.
           02 OTP-NOMI     PIC 9(06).
           02 OTP-CONC     PIC X(03).
           02 OTP-IMPORTE  PIC 9(05)V99.
       SD  OTPSRT.
       01  OSR-REG.
           02 OSR-NOMI     PIC 9(06).
           02 OSR-CONC     PIC X(03).
           02 OSR-IMPORTE  PIC 9(05)V99.
       FD  OTPORD.
       01  OTO-REG.
           02 OTO-NOMI     PIC 9(06).
           02 OTO-CONC     PIC X(03).
           02 OTO-IMPORTE  PIC 9(05)V99.
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
       FD  CFDIMST.
       01  CFM-REG.
           02 CFM-FOLIO        PIC 9(11).
           02 CFM-NOMI         PIC 9(06).
           02 CFM-PERIODO.
               03 CFM-PER-AA   PIC 99.
               03 CFM-PER-MM   PIC 99.
           02 CFM-PER-QQ       PIC 9.
           02 CFM-RFC          PIC X(13).
           02 CFM-TOTAL        PIC 9(07)V99.
           02 CFM-ARCHIVO      PIC X(20).
           02 CFM-FEC-GEN      PIC 9(06).
           02 CFM-ESTADO       PIC X.
           02 CFM-UUID         PIC X(36).
           02 CFM-FEC-TIM      PIC X(19).
           02 CFM-MOTIVO       PIC X(40).
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
       FD  CFDIXML.
       01  XML-REG PIC X(150).
       FD  CFDIENV.
       01  ENV-REG PIC X(80).
       FD  CFDLOG.
       01  LOG-REG PIC X(100).
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
       WORKING-STORAGE SECTION.

       77  EMO-STATUS      PIC XX.
       77  STB-STATUS      PIC XX.
       77  DDT-STATUS      PIC XX.
       77  DDS-STATUS      PIC XX.
       77  OTP-STATUS      PIC XX.
       77  OTO-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  DMS-STATUS      PIC XX.
       77  CFM-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  RUN-STATUS      PIC XX.
       77  XML-STATUS      PIC XX.
       77  SCF-STATUS      PIC XX.
       77  FCF-STATUS      PIC XX.
       77  XML-NOM         PIC X(20) VALUE SPACES.
       77  STB-EOF         PIC 9.
       77  DDS-EOF         PIC 9.
       77  OTO-EOF         PIC 9.
       77  FCF-EOF         PIC 9.
       77  DEPT-MASTER-OK  PIC 9 VALUE 0.
       77  RUN-OK-SW       PIC 9 VALUE 0.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  EMP-FND         PIC 9.
       77  CFM-FND         PIC 9.
       77  EMO-CONT        PIC 9(06) VALUE 0.
       77  GEN-CONT        PIC 9(06) VALUE 0.
       77  EXC-CONT        PIC 9(06) VALUE 0.
       77  TIM-CONT        PIC 9(06) VALUE 0.
       77  REGEN-CONT      PIC 9(06) VALUE 0.
       77  SCF-CONT        PIC 9(06) VALUE 0.
       77  SCF-OTRA-CONT   PIC 9(06) VALUE 0.
       77  FCF-CONT        PIC 9(06) VALUE 0.
       77  FCF-GEN         PIC 9(06) VALUE 0.
       77  RUN-SEQ-WK      PIC 9(04) VALUE 0.
       77  GEN-TOTAL       PIC 9(11)V99 VALUE 0.
       77  NOMI-ANT        PIC 9(06) VALUE 0.
       77  PER-QQ          PIC 9 VALUE 0.
       77  PARM-QQ-WK      PIC 9 VALUE 0.
       77  EXC-MOTIVO      PIC X(40).
       77  DED-CONT        PIC 99.
       77  DED-SUB         PIC 99.
       77  DED-EXCEDE      PIC 9.
       77  DED-SUMA        PIC 9(07).
       77  DED-IMPRET      PIC 9(07).
       77  DED-OTRAS       PIC 9(07).
       77  OTP-SUMA        PIC 9(07)V99.
       77  SUELDO-WK       PIC 9(07)V99.
       77  TOTAL-WK        PIC 9(07)V99.
       77  SUBTOT-WK       PIC 9(07)V99.
       77  DESCU-WK        PIC 9(07).
       77  PERCEP-WK       PIC 9(07)V99.
       77  NOMI-WK         PIC 9(06).
       77  NOMB-WK         PIC X(20).
       77  DEPT-WK         PIC X(03).
       77  SERIE-WK        PIC X(03).
       77  TIPO-NOM-WK     PIC X.
       77  ORIGEN-WK       PIC X(10).
       77  SUELDOS-FIN     PIC 9(07)V99.
       77  SEPARA-FIN      PIC 9(07)V99.
       77  GRAVADO-FIN     PIC 9(07)V99.
       77  SEP-GRAV        PIC 9(07)V99.
       77  SEP-ACUM        PIC 9(07)V99.
       77  SEP-NOACUM      PIC 9(07)V99.
       77  CON-GRAV        PIC 9(07)V99.
       77  CON-SUB         PIC 9.
       77  SDI-WK          PIC 9(05)V99.
       77  SEMANAS         PIC 9(05).
       77  CONC-SUB        PIC 99.
       77  DIA-INI         PIC 99.
       77  DIA-FIN         PIC 99.
       77  BIS-COC         PIC 99.
       77  BIS-RES         PIC 99.
       77  ANO-AFAV        PIC 99.
       77  ESC-I           PIC 9(03).
       77  ESC-J           PIC 9(03).
       77  ESC-ENT         PIC X(40).
       77  ESC-SAL         PIC X(160).
       77  EMISOR-NOMB     PIC X(160).
       77  RECEPTOR-NOMB   PIC X(160).
       77  DEPTO-NOMB      PIC X(160).
       77  DEPTO-DESC      PIC X(20).
       77  REG-FIS-WK      PIC X(03).
       77  PERIOD-PAGO     PIC X(02).
       77  DIAS-PAG        PIC X(06).
       01  FOLIO-WK.
           02 FOL-AA       PIC 99.
           02 FOL-MM       PIC 99.
           02 FOL-QQ       PIC 9.
           02 FOL-NOMI     PIC 9(06).
       01  FOLIO-N REDEFINES FOLIO-WK PIC 9(11).
       01  ALTA-FEC.
           02 ALT-AAAA     PIC 9(04).
           02 ALT-MM       PIC 99.
           02 ALT-DD       PIC 99.
       01  ALTA-FEC-N REDEFINES ALTA-FEC PIC 9(08).
       01  FIN-FEC.
           02 FFI-AAAA     PIC 9(04).
           02 FFI-MM       PIC 99.
           02 FFI-DD       PIC 99.
       01  FIN-FEC-N REDEFINES FIN-FEC PIC 9(08).
       01  FEC-INI-TXT     PIC X(10).
       01  FEC-FIN-TXT     PIC X(10).
       01  FEC-ALTA-TXT    PIC X(10).
       01  FEC-PAGO-TXT    PIC X(10).
       01  FEC-EMI-TXT     PIC X(19).
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.
       01  FECHA-N REDEFINES FECHA PIC 9(06).
       01  HORA.
           02 HOR-HH   PIC 99.
           02 HOR-MI   PIC 99.
           02 HOR-SS   PIC 99.
           02 HOR-CC   PIC 99.
       01  PERIODO.
           02 PER-AA   PIC 99.
           02 PER-MM   PIC 99.
       01  DIAS-MES.
           03 FILLER   PIC X(24) VALUE "312831303130313130313031".
       01  DIAS-MES-R REDEFINES DIAS-MES.
           02 DIAS-MES-ROW OCCURS 12 TIMES.
               03 DIAS-M   PIC 99.
      *    CLAVE INTERNA, TIPO DE DEDUCCION DEL CATALOGO DEL SAT
      *    (c_TipoDeduccion) Y CONCEPTO QUE VIAJA EN EL CFDI
       01  CONCEPTOS-SAT.
           03 FILLER   PIC X(26) VALUE "ISR002ISR                 ".
           03 FILLER   PIC X(26) VALUE "IMS001SEGURIDAD SOCIAL    ".
           03 FILLER   PIC X(26) VALUE "PRE004PRESTAMO            ".
           03 FILLER   PIC X(26) VALUE "EMB007EMBARGO SALARIAL    ".
           03 FILLER   PIC X(26) VALUE "ISA101ISR AJUSTE ANUAL    ".
       01  CONCEPTOS-SAT-R REDEFINES CONCEPTOS-SAT.
           02 CONC-SAT-ROW OCCURS 5 TIMES.
               03 CONC-COD  PIC X(03).
               03 CONC-TIPO PIC X(03).
               03 CONC-NOMB PIC X(20).
       01  DED-TAB.
           02 DED-ROW OCCURS 20 TIMES.
               03 DED-T-CONC  PIC X(03).
               03 DED-T-TIPO  PIC X(03).
               03 DED-T-NOMB  PIC X(20).
               03 DED-T-IMP   PIC 9(07).
      *    TIPO DE PERCEPCION DEL SAT (c_TipoPercepcion), CLAVE Y
      *    CONCEPTO DE CADA RENGLON DEL FINIQUITO EN FINCFD
       01  CONCEPTOS-FIN-SAT.
           03 FILLER   PIC X(36)
                       VALUE "002AGUAGUINALDO PROPORCIONAL".
           03 FILLER   PIC X(36)
                       VALUE "001VACVACACIONES NO DISFRUTADAS".
           03 FILLER   PIC X(36)
                       VALUE "021PVAPRIMA VACACIONAL".
           03 FILLER   PIC X(36)
                       VALUE "025IN3INDEMNIZACION 3 MESES".
           03 FILLER   PIC X(36)
                       VALUE "025I20INDEMNIZACION 20 DIAS POR ANO".
           03 FILLER   PIC X(36)
                       VALUE "022PANPRIMA DE ANTIGUEDAD".
       01  CONCEPTOS-FIN-SAT-R REDEFINES CONCEPTOS-FIN-SAT.
           02 CFN-SAT-ROW OCCURS 6 TIMES.
               03 CFN-TIPO  PIC X(03).
               03 CFN-CLAVE PIC X(03).
               03 CFN-NOMB  PIC X(30).
       01  XML-IMPORTES.
           02 XI-SUBTOT    PIC Z(06)9.99.
           02 XI-DESCU     PIC Z(06)9.99.
           02 XI-TOTAL     PIC Z(06)9.99.
           02 XI-SUELDO    PIC Z(06)9.99.
           02 XI-OTP       PIC Z(06)9.99.
           02 XI-IMPRET    PIC Z(06)9.99.
           02 XI-OTRAS     PIC Z(06)9.99.
           02 XI-DED       PIC Z(06)9.99.
           02 XI-SDI       PIC Z(04)9.99.
           02 XI-SEM       PIC Z(04)9.
           02 XI-PERCEP    PIC Z(06)9.99.
           02 XI-SEPARA    PIC Z(06)9.99.
           02 XI-GRAVADO   PIC Z(06)9.99.
           02 XI-EXENTO    PIC Z(06)9.99.
           02 XI-IMP-G     PIC Z(06)9.99.
           02 XI-IMP-E     PIC Z(06)9.99.
           02 XI-ULT-SDO   PIC Z(06)9.99.
           02 XI-ACUM      PIC Z(06)9.99.
           02 XI-NOACUM    PIC Z(06)9.99.
           02 XI-ANOS      PIC Z9.
      *    TEXTOS CON ACENTO EN UTF-8 PARA EL XML
       01  XML-TXT-NOMINA.
           02 FILLER       PIC X(09) VALUE "Pago de n".
           02 FILLER       PIC X(02) VALUE X"C3B3".
           02 FILLER       PIC X(04) VALUE "mina".
       01  XML-TXT-ANTIG.
           02 FILLER       PIC X(05) VALUE "Antig".
           02 FILLER       PIC X(02) VALUE X"C3BC".
           02 FILLER       PIC X(04) VALUE "edad".
       01  XML-TXT-ANO.
           02 FILLER       PIC X(01) VALUE "A".
           02 FILLER       PIC X(02) VALUE X"C3B1".
           02 FILLER       PIC X(01) VALUE "o".
       01  XML-TXT-ANOS-SERV.
           02 FILLER       PIC X(04) VALUE "NumA".
           02 FILLER       PIC X(02) VALUE X"C3B1".
           02 FILLER       PIC X(10) VALUE "osServicio".
       01  ENV-HDR.
           02 FILLER       PIC X VALUE "H".
           02 ENV-H-RFC    PIC X(13).
           02 ENV-H-FEC    PIC 9(06).
           02 ENV-H-PER-AA PIC 99.
           02 ENV-H-PER-MM PIC 99.
           02 ENV-H-PER-QQ PIC 9.
       01  ENV-DET.
           02 FILLER       PIC X VALUE "D".
           02 ENV-D-FOLIO  PIC 9(11).
           02 ENV-D-NOMI   PIC 9(06).
           02 ENV-D-RFC    PIC X(13).
           02 ENV-D-TOTAL  PIC 9(07)V99.
           02 ENV-D-ARCH   PIC X(20).
       01  ENV-TRL.
           02 FILLER       PIC X VALUE "T".
           02 ENV-T-CONT   PIC 9(06).
           02 ENV-T-TOTAL  PIC 9(11)V99.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           ACCEPT HORA FROM TIME.
           PERFORM LEE-PARAMETROS.
           PERFORM LEE-RUN-CONTROL.
           IF RUN-OK-SW = 0
               DISPLAY "SIN PERIODO POSTEADO EN RUNCTL,"
                       " CFDI DE NOMINA CANCELADO"
               STOP RUN
           END-IF.
           IF PER-PARM-SW = 1
               IF PERIODO NOT = RUN-PERIODO OR PARM-QQ-WK NOT = PER-QQ
                   DISPLAY "EMPORD CORRESPONDE A LA ULTIMA CORRIDA"
                           " POSTEADA 20" RUN-ANO "/" RUN-MES
                           " QUINCENA " PER-QQ
                   DISPLAY "CFDI DE NOMINA CANCELADO"
                   STOP RUN
               END-IF
           END-IF.
           MOVE RUN-ANO TO PER-AA.
           MOVE RUN-MES TO PER-MM.
           IF PARM-RFC-PAT = SPACES OR PARM-CP-EXP = SPACES
              OR PARM-REG-PAT = SPACES OR PARM-ENT-FED = SPACES
               DISPLAY "FALTAN DATOS DEL EMISOR EN PARMCTL (RFC,"
                       " CP DE EXPEDICION, REGISTRO PATRONAL O"
                       " ENTIDAD)"
               DISPLAY "CFDI DE NOMINA CANCELADO"
               STOP RUN
           END-IF.
           PERFORM CALCULA-FECHAS.
           SORT STBSRT ON ASCENDING KEY STS-NOMI STS-ORIGEN
                       INPUT PROCEDURE LIBERA-EMPORD
                       GIVING STBORD.
           SORT DEDSRT ON ASCENDING KEY DSR-NOMI DSR-CONC
                       INPUT PROCEDURE LIBERA-DEDDET
                       GIVING DEDSTB.
           SORT OTPSRT ON ASCENDING KEY OSR-NOMI OSR-CONC
                       INPUT PROCEDURE LIBERA-OTRPAG
                       GIVING OTPORD.
           OPEN INPUT STBORD.
           IF STB-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO EMPORD, CORRA PRIMERO 5EMPREP"
               STOP RUN
           END-IF.
           OPEN INPUT EMPMST.
           IF EMM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMST, STATUS: " EMM-STATUS
               DISPLAY "CFDI DE NOMINA CANCELADO"
               CLOSE STBORD
               STOP RUN
           END-IF.
           OPEN I-O CFDIMST.
           IF CFM-STATUS = "35"
               OPEN OUTPUT CFDIMST
               CLOSE CFDIMST
               OPEN I-O CFDIMST
           END-IF.
           IF CFM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CFDIMST, STATUS: " CFM-STATUS
               DISPLAY "CFDI DE NOMINA CANCELADO"
               CLOSE STBORD, EMPMST
               STOP RUN
           END-IF.
           OPEN INPUT DEPTMST.
           IF DMS-STATUS = "00"
               MOVE 1 TO DEPT-MASTER-OK
           END-IF.
           OPEN INPUT DEDSTB, OTPORD.
           OPEN OUTPUT CFDIENV, CFDLOG.
           PERFORM GRABA-ENCABEZADOS.
           MOVE 0 TO DDS-EOF.
           PERFORM LEE-DEDSTB.
           MOVE 0 TO OTO-EOF.
           PERFORM LEE-OTPORD.
           MOVE 0 TO STB-EOF.
           PERFORM LEE-STBORD.
           PERFORM GENERA-CFDI UNTIL STB-EOF = 1.
           PERFORM GENERA-FINIQUITOS.
           MOVE GEN-CONT  TO ENV-T-CONT.
           MOVE GEN-TOTAL TO ENV-T-TOTAL.
           WRITE ENV-REG FROM ENV-TRL.
           PERFORM GRABA-RESUMEN.
           CLOSE STBORD, DEDSTB, OTPORD, EMPMST, CFDIMST,
                 CFDIENV, CFDLOG.
           IF DEPT-MASTER-OK = 1
               CLOSE DEPTMST
           END-IF.
           DISPLAY "CFDI 20" PER-AA "/" PER-MM " QUINCENA " PER-QQ
                   " EMPLEADOS: " EMO-CONT " GENERADOS: " GEN-CONT.
           DISPLAY "EXCLUIDOS: " EXC-CONT " YA TIMBRADOS: " TIM-CONT
                   " REGENERADOS: " REGEN-CONT.
           DISPLAY "SUPLEMENTO: " SCF-CONT " FINIQUITOS: " FCF-CONT
                   " CFDI DE FINIQUITO: " FCF-GEN.
           STOP RUN.

      *---------- LIBERA EMPORD AL SORT POR NOMINA (SORT IN) ----------
       LIBERA-EMPORD.
           OPEN INPUT EMPORD.
           IF EMO-STATUS = "00"
               PERFORM UNTIL EMO-STATUS NOT = "00"
                   READ EMPORD
                       AT END
                           MOVE "10" TO EMO-STATUS
                       NOT AT END
                           MOVE EMO-REG TO STS-REG
                           MOVE "N" TO STS-ORIGEN
                           RELEASE STS-REG
                   END-READ
               END-PERFORM
               CLOSE EMPORD
           END-IF.
           PERFORM LIBERA-SUPCFD.

      *---- EMPLEADOS DEL SUPLEMENTO DE LA MISMA CORRIDA (SORT IN) ----
       LIBERA-SUPCFD.
           OPEN INPUT SUPCFD.
           IF SCF-STATUS = "00"
               PERFORM UNTIL SCF-STATUS NOT = "00"
                   READ SUPCFD
                       AT END
                           MOVE "10" TO SCF-STATUS
                       NOT AT END
                           IF SCF-SEQ = RUN-SEQ-WK AND
                              SCF-PER-AA = PER-AA AND
                              SCF-PER-MM = PER-MM AND
                              SCF-PER-QQ = PER-QQ
                               MOVE SPACES   TO STS-REG
                               MOVE SCF-NOMI TO STS-NOMI
                               MOVE SCF-NOMB TO STS-NOMB
                               MOVE SCF-DEPT TO STS-DEPT
                               MOVE SCF-PERC TO STS-PERC
                               MOVE SCF-DEDU TO STS-DEDU
                               MOVE SCF-SALA TO STS-SALA
                               MOVE "S"      TO STS-ORIGEN
                               RELEASE STS-REG
                           ELSE
                               ADD 1 TO SCF-OTRA-CONT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPCFD
           END-IF.

      *---------- LIBERA DEDDET AL SORT POR NOMINA (SORT IN) ----------
       LIBERA-DEDDET.
           OPEN INPUT DEDDET.
           IF DDT-STATUS = "00"
               PERFORM UNTIL DDT-STATUS NOT = "00"
                   READ DEDDET
                       AT END
                           MOVE "10" TO DDT-STATUS
                       NOT AT END
                           RELEASE DSR-REG FROM DDT-REG
                   END-READ
               END-PERFORM
               CLOSE DEDDET
           END-IF.

      *---------- LIBERA OTRPAG AL SORT POR NOMINA (SORT IN) ----------
       LIBERA-OTRPAG.
           OPEN INPUT OTRPAG.
           IF OTP-STATUS = "00"
               PERFORM UNTIL OTP-STATUS NOT = "00"
                   READ OTRPAG
                       AT END
                           MOVE "10" TO OTP-STATUS
                       NOT AT END
                           RELEASE OSR-REG FROM OTP-REG
                   END-READ
               END-PERFORM
               CLOSE OTRPAG
           END-IF.

       LEE-STBORD.
           READ STBORD AT END MOVE 1 TO STB-EOF.

       LEE-DEDSTB.
           READ DEDSTB AT END MOVE 1 TO DDS-EOF.

       LEE-OTPORD.
           READ OTPORD AT END MOVE 1 TO OTO-EOF.

      *---------- FECHAS DEL PERIODO DE PAGO Y DE EMISION ----------
       CALCULA-FECHAS.
           IF PER-QQ = 2
               MOVE 16 TO DIA-INI
           ELSE
               MOVE 1 TO DIA-INI
           END-IF.
           IF PER-QQ = 1
               MOVE 15 TO DIA-FIN
           ELSE
               MOVE DIAS-M(PER-MM) TO DIA-FIN
               IF PER-MM = 2
                   DIVIDE PER-AA BY 4 GIVING BIS-COC
                          REMAINDER BIS-RES
                   IF BIS-RES = 0
                       MOVE 29 TO DIA-FIN
                   END-IF
               END-IF
           END-IF.
           IF PER-QQ = 0
               MOVE "05"     TO PERIOD-PAGO
               MOVE "30.000" TO DIAS-PAG
           ELSE
               MOVE "04"     TO PERIOD-PAGO
               MOVE "15.000" TO DIAS-PAG
           END-IF.
           COMPUTE FFI-AAAA = 2000 + PER-AA.
           MOVE PER-MM  TO FFI-MM.
           MOVE DIA-FIN TO FFI-DD.
           MOVE SPACES TO FEC-INI-TXT, FEC-FIN-TXT, FEC-EMI-TXT.
           MOVE SPACES TO FEC-PAGO-TXT.
           STRING "20" PER-AA "-" PER-MM "-" DIA-INI
                  DELIMITED BY SIZE INTO FEC-INI-TXT.
           STRING "20" PER-AA "-" PER-MM "-" DIA-FIN
                  DELIMITED BY SIZE INTO FEC-FIN-TXT.
           MOVE FEC-FIN-TXT TO FEC-PAGO-TXT.
           STRING "20" FEC-AA "-" FEC-MM "-" FEC-DD "T"
                  HOR-HH ":" HOR-MI ":" HOR-SS
                  DELIMITED BY SIZE INTO FEC-EMI-TXT.
           IF PER-AA = 0
               MOVE 99 TO ANO-AFAV
           ELSE
               COMPUTE ANO-AFAV = PER-AA - 1
           END-IF.

      *---------- ENCABEZADOS DEL ENVIO Y DE LA BITACORA ----------
       GRABA-ENCABEZADOS.
           MOVE PARM-RFC-PAT TO ENV-H-RFC.
           MOVE FECHA-N      TO ENV-H-FEC.
           MOVE PER-AA       TO ENV-H-PER-AA.
           MOVE PER-MM       TO ENV-H-PER-MM.
           MOVE PER-QQ       TO ENV-H-PER-QQ.
           WRITE ENV-REG FROM ENV-HDR.
           MOVE SPACES TO LOG-REG.
           STRING "CFDI DE NOMINA 20" PER-AA "/" PER-MM
                  " QUINCENA " PER-QQ " EMISOR "
                  FUNCTION TRIM(PARM-RFC-PAT)
                  " GENERADO " FEC-EMI-TXT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           IF PARM-RAZON NOT = SPACES
               MOVE PARM-RAZON TO ESC-ENT
           ELSE
               MOVE PARM-EMPRESA TO ESC-ENT
           END-IF.
           PERFORM ESCAPA-TEXTO.
           MOVE ESC-SAL TO EMISOR-NOMB.
           IF PARM-REG-FIS NOT = SPACES
               MOVE PARM-REG-FIS TO REG-FIS-WK
           ELSE
               MOVE "601" TO REG-FIS-WK
           END-IF.

      *----------------- CFDI DE UN EMPLEADO -----------------
       GENERA-CFDI.
           IF STB-ORIGEN = "S"
               ADD 1 TO SCF-CONT
               MOVE "SUPLEMENTO" TO ORIGEN-WK
           ELSE
               ADD 1 TO EMO-CONT
               MOVE "NOMINA" TO ORIGEN-WK
           END-IF.
           MOVE STB-NOMI TO NOMI-WK.
           MOVE STB-NOMB TO NOMB-WK.
           MOVE STB-DEPT TO DEPT-WK.
           MOVE SPACES TO EXC-MOTIVO.
           PERFORM CARGA-DEDUCCIONES.
           PERFORM CARGA-OTROS-PAGOS.
           EVALUATE TRUE
               WHEN EMO-CONT + SCF-CONT = 1 OR STB-NOMI NOT = NOMI-ANT
                   PERFORM VALIDA-RECEPTOR
               WHEN STB-ORIGEN = "S"
                   MOVE "SUPLEMENTO DE NOMINA YA INCLUIDA EN EMPORD"
                     TO EXC-MOTIVO
               WHEN OTHER
                   MOVE "NOMINA DUPLICADA EN EMPORD" TO EXC-MOTIVO
           END-EVALUATE.
           MOVE PER-AA   TO FOL-AA.
           MOVE PER-MM   TO FOL-MM.
           MOVE PER-QQ   TO FOL-QQ.
           MOVE STB-NOMI TO FOL-NOMI.
           MOVE 0 TO CFM-FND.
           IF EXC-MOTIVO = SPACES
               PERFORM BUSCA-CFDIMST
           END-IF.
           IF EXC-MOTIVO = SPACES
               COMPUTE SUELDO-WK = STB-PERC - OTP-SUMA
               MOVE STB-SALA  TO TOTAL-WK
               MOVE STB-PERC  TO SUBTOT-WK
               MOVE STB-DEDU  TO DESCU-WK
               MOVE SUELDO-WK TO PERCEP-WK
               MOVE "NOM"     TO SERIE-WK
               MOVE "O"       TO TIPO-NOM-WK
               PERFORM REGISTRA-CFDI
           ELSE
               PERFORM GRABA-EXCLUIDO
           END-IF.
           MOVE STB-NOMI TO NOMI-ANT.
           PERFORM LEE-STBORD.

      *------- XML, FOLIO EN CFDIMST Y DETALLE DEL ENVIO -------
       REGISTRA-CFDI.
           MOVE SPACES TO XML-NOM.
           STRING "CFDI" FOLIO-N ".XML"
                  DELIMITED BY SIZE INTO XML-NOM.
           PERFORM ESCRIBE-XML.
           PERFORM GRABA-CFDIMST.
           MOVE FOLIO-N  TO ENV-D-FOLIO.
           MOVE NOMI-WK  TO ENV-D-NOMI.
           MOVE EMM-RFC  TO ENV-D-RFC.
           MOVE TOTAL-WK TO ENV-D-TOTAL.
           MOVE XML-NOM  TO ENV-D-ARCH.
           WRITE ENV-REG FROM ENV-DET.
           ADD 1 TO GEN-CONT.
           ADD TOTAL-WK TO GEN-TOTAL.

      *---------- CFDI EXTRAORDINARIO DE LOS FINIQUITOS ----------
       GENERA-FINIQUITOS.
           OPEN INPUT FINCFD.
           IF FCF-STATUS = "00"
               MOVE 0 TO FCF-EOF
               PERFORM LEE-FINCFD
               PERFORM GENERA-CFDI-FIN UNTIL FCF-EOF = 1
               CLOSE FINCFD
           END-IF.

       LEE-FINCFD.
           READ FINCFD AT END MOVE 1 TO FCF-EOF.

      *------------ CFDI DEL FINIQUITO DE UN EMPLEADO ------------
       GENERA-CFDI-FIN.
           ADD 1 TO FCF-CONT.
           MOVE "FINIQUITO" TO ORIGEN-WK.
           MOVE FCF-NOMI TO NOMI-WK.
           MOVE FCF-NOMB TO NOMB-WK.
           MOVE FCF-DEPT TO DEPT-WK.
           MOVE SPACES TO EXC-MOTIVO.
           MOVE FCF-PER-AA TO FOL-AA.
           MOVE FCF-PER-MM TO FOL-MM.
           MOVE 9          TO FOL-QQ.
           MOVE FCF-NOMI   TO FOL-NOMI.
           MOVE 0 TO CFM-FND.
           IF FCF-BAJA-FEC IS NUMERIC
               MOVE FCF-BAJA-FEC TO FIN-FEC-N
           ELSE
               MOVE 0 TO FIN-FEC-N
           END-IF.
           EVALUATE TRUE
               WHEN FFI-AAAA < 1601 OR FFI-MM < 1 OR FFI-MM > 12
                    OR FFI-DD < 1 OR FFI-DD > 31
                   MOVE "FECHA DE BAJA INVALIDA EN FINCFD" TO EXC-MOTIVO
               WHEN FCF-PERC = 0
                   MOVE "SIN PERCEPCIONES EN EL FINIQUITO"
                     TO EXC-MOTIVO
               WHEN FCF-SALA < 0
                   MOVE "NETO NEGATIVO, NO TIMBRABLE" TO EXC-MOTIVO
               WHEN OTHER
                   PERFORM VALIDA-DATOS-FISCALES
           END-EVALUATE.
           IF EXC-MOTIVO = SPACES
               PERFORM BUSCA-CFDIMST
           END-IF.
           IF EXC-MOTIVO = SPACES
               PERFORM FECHAS-FINIQUITO
               PERFORM CARGA-ISR-FINIQUITO
               MOVE 0         TO OTP-SUMA
               MOVE FCF-SALA  TO TOTAL-WK
               MOVE FCF-PERC  TO SUBTOT-WK
               MOVE FCF-DEDU  TO DESCU-WK
               MOVE FCF-PERC  TO PERCEP-WK
               MOVE "FIN"     TO SERIE-WK
               MOVE "E"       TO TIPO-NOM-WK
               PERFORM REGISTRA-CFDI
               ADD 1 TO FCF-GEN
           ELSE
               PERFORM GRABA-EXCLUIDO
           END-IF.
           PERFORM LEE-FINCFD.

      *------ PAGO EN LA FECHA DE BAJA, PERIODICIDAD 99 (OTRA) ------
       FECHAS-FINIQUITO.
           MOVE SPACES TO FEC-INI-TXT, FEC-PAGO-TXT.
           STRING FFI-AAAA "-" FFI-MM "-" FFI-DD
                  DELIMITED BY SIZE INTO FEC-INI-TXT.
           MOVE FEC-INI-TXT TO FEC-FIN-TXT.
           STRING "20" FEC-AA "-" FEC-MM "-" FEC-DD
                  DELIMITED BY SIZE INTO FEC-PAGO-TXT.
           IF FEC-PAGO-TXT < FEC-FIN-TXT
               MOVE FEC-FIN-TXT TO FEC-PAGO-TXT
           END-IF.
           MOVE "99"    TO PERIOD-PAGO.
           MOVE "1.000" TO DIAS-PAG.

      *---------- ISR DEL FINIQUITO COMO UNICA DEDUCCION ----------
       CARGA-ISR-FINIQUITO.
           MOVE 0 TO DED-CONT, DED-OTRAS.
           MOVE FCF-DEDU TO DED-IMPRET.
           IF FCF-DEDU > 0
               MOVE 1            TO DED-CONT
               MOVE CONC-COD(1)  TO DED-T-CONC(1)
               MOVE CONC-TIPO(1) TO DED-T-TIPO(1)
               MOVE CONC-NOMB(1) TO DED-T-NOMB(1)
               MOVE FCF-DEDU     TO DED-T-IMP(1)
           END-IF.

      *---------- DEDUCCIONES DEL EMPLEADO CON CLAVE SAT ----------
       CARGA-DEDUCCIONES.
           MOVE 0 TO DED-CONT, DED-EXCEDE, DED-SUMA.
           MOVE 0 TO DED-IMPRET, DED-OTRAS.
           PERFORM UNTIL DDS-EOF = 1 OR DDS-NOMI >= STB-NOMI
               PERFORM LEE-DEDSTB
           END-PERFORM.
           PERFORM UNTIL DDS-EOF = 1 OR DDS-NOMI NOT = STB-NOMI
               ADD DDS-IMPORTE TO DED-SUMA
               IF DDS-IMPORTE > 0
                   IF DED-CONT < 20
                       ADD 1 TO DED-CONT
                       PERFORM BUSCA-CONCEPTO-SAT
                       MOVE DDS-IMPORTE TO DED-T-IMP(DED-CONT)
                       IF DED-T-TIPO(DED-CONT) = "002" OR
                          DED-T-TIPO(DED-CONT) = "101"
                           ADD DDS-IMPORTE TO DED-IMPRET
                       ELSE
                           ADD DDS-IMPORTE TO DED-OTRAS
                       END-IF
                   ELSE
                       MOVE 1 TO DED-EXCEDE
                   END-IF
               END-IF
               PERFORM LEE-DEDSTB
           END-PERFORM.

      *------------- CLAVE SAT DEL CONCEPTO DE DEDUCCION -------------
       BUSCA-CONCEPTO-SAT.
           MOVE DDS-CONC             TO DED-T-CONC(DED-CONT).
           MOVE "004"                TO DED-T-TIPO(DED-CONT).
           MOVE "OTRAS DEDUCCIONES   " TO DED-T-NOMB(DED-CONT).
           PERFORM VARYING CONC-SUB FROM 1 BY 1 UNTIL CONC-SUB > 5
               IF CONC-COD(CONC-SUB) = DDS-CONC
                   MOVE CONC-TIPO(CONC-SUB) TO DED-T-TIPO(DED-CONT)
                   MOVE CONC-NOMB(CONC-SUB) TO DED-T-NOMB(DED-CONT)
                   MOVE 5 TO CONC-SUB
               END-IF
           END-PERFORM.

      *---------- SALDO A FAVOR DE AJUSTE ANUAL (OTROS PAGOS) ----------
       CARGA-OTROS-PAGOS.
           MOVE 0 TO OTP-SUMA.
           PERFORM UNTIL OTO-EOF = 1 OR OTO-NOMI >= STB-NOMI
               PERFORM LEE-OTPORD
           END-PERFORM.
           PERFORM UNTIL OTO-EOF = 1 OR OTO-NOMI NOT = STB-NOMI
               IF OTO-CONC = "ISF"
                   ADD OTO-IMPORTE TO OTP-SUMA
               END-IF
               PERFORM LEE-OTPORD
           END-PERFORM.

      *---------- DATOS FISCALES Y CUADRE DEL RECEPTOR ----------
       VALIDA-RECEPTOR.
           PERFORM VALIDA-DATOS-FISCALES.
           EVALUATE TRUE
               WHEN EXC-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN STB-PERC = 0
                   MOVE "SIN PERCEPCIONES EN EL PERIODO" TO EXC-MOTIVO
               WHEN STB-SALA < 0
                   MOVE "NETO NEGATIVO, NO TIMBRABLE" TO EXC-MOTIVO
               WHEN DED-SUMA NOT = STB-DEDU
                   MOVE "DEDDET NO CUADRA CON LA DEDUCCION DE EMPORD"
                     TO EXC-MOTIVO
               WHEN DED-EXCEDE = 1
                   MOVE "MAS DE 20 CONCEPTOS DE DEDUCCION"
                     TO EXC-MOTIVO
               WHEN OTP-SUMA >= STB-PERC
                   MOVE "OTROS PAGOS SIN SUELDO EN EL PERIODO"
                     TO EXC-MOTIVO
           END-EVALUATE.

      *---------- DATOS FISCALES DEL RECEPTOR EN EMPMST ----------
       VALIDA-DATOS-FISCALES.
           MOVE 0 TO EMP-FND.
           MOVE NOMI-WK TO EMM-NOMI.
           READ EMPMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO EMP-FND
                   MOVE EMM-ALTA TO ALTA-FEC-N
           END-READ.
           EVALUATE TRUE
               WHEN EMP-FND = 0
                   MOVE "NO EXISTE EN EMPMST" TO EXC-MOTIVO
               WHEN EMM-RFC = SPACES
                   MOVE "SIN RFC EN EMPMST" TO EXC-MOTIVO
               WHEN EMM-CURP = SPACES
                   MOVE "SIN CURP EN EMPMST" TO EXC-MOTIVO
               WHEN EMM-NSS = SPACES
                   MOVE "SIN NSS EN EMPMST" TO EXC-MOTIVO
               WHEN EMM-CP-FIS = SPACES
                   MOVE "SIN CODIGO POSTAL FISCAL EN EMPMST"
                     TO EXC-MOTIVO
               WHEN ALT-AAAA < 1601 OR ALT-MM < 1 OR ALT-MM > 12
                    OR ALT-DD < 1 OR ALT-DD > 31
                   MOVE "FECHA DE INGRESO INVALIDA" TO EXC-MOTIVO
               WHEN ALTA-FEC-N > FIN-FEC-N
                   MOVE "INGRESO POSTERIOR AL PERIODO" TO EXC-MOTIVO
           END-EVALUATE.

      *---------- FOLIO YA REGISTRADO EN CFDIMST ----------
       BUSCA-CFDIMST.
           MOVE FOLIO-N TO CFM-FOLIO.
           READ CFDIMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO CFM-FND
           END-READ.
           IF CFM-FND = 1
               IF CFM-ESTADO = "T"
                   MOVE SPACES TO EXC-MOTIVO
                   STRING "YA TIMBRADO UUID " CFM-UUID
                          DELIMITED BY SIZE INTO EXC-MOTIVO
               ELSE
                   ADD 1 TO REGEN-CONT
               END-IF
           END-IF.

      *---------- ESCAPA CARACTERES RESERVADOS DEL XML ----------
       ESCAPA-TEXTO.
           MOVE SPACES TO ESC-SAL.
           MOVE 0 TO ESC-J.
           PERFORM VARYING ESC-I FROM 1 BY 1 UNTIL ESC-I > 40
               EVALUATE ESC-ENT(ESC-I:1)
                   WHEN "&"
                       MOVE "&amp;" TO ESC-SAL(ESC-J + 1:5)
                       ADD 5 TO ESC-J
                   WHEN "<"
                       MOVE "&lt;" TO ESC-SAL(ESC-J + 1:4)
                       ADD 4 TO ESC-J
                   WHEN ">"
                       MOVE "&gt;" TO ESC-SAL(ESC-J + 1:4)
                       ADD 4 TO ESC-J
                   WHEN '"'
                       MOVE "&quot;" TO ESC-SAL(ESC-J + 1:6)
                       ADD 6 TO ESC-J
                   WHEN OTHER
                       MOVE ESC-ENT(ESC-I:1) TO ESC-SAL(ESC-J + 1:1)
                       ADD 1 TO ESC-J
               END-EVALUATE
           END-PERFORM.

      *----------------- DOCUMENTO XML DEL EMPLEADO -----------------
       ESCRIBE-XML.
           OPEN OUTPUT CFDIXML.
           MOVE NOMB-WK TO ESC-ENT.
           IF EMM-NOMB NOT = SPACES
               MOVE EMM-NOMB TO ESC-ENT
           END-IF.
           PERFORM ESCAPA-TEXTO.
           MOVE ESC-SAL TO RECEPTOR-NOMB.
           PERFORM BUSCA-DEPT-DESC.
           MOVE DEPTO-DESC TO ESC-ENT.
           PERFORM ESCAPA-TEXTO.
           MOVE ESC-SAL TO DEPTO-NOMB.
           MOVE SUBTOT-WK  TO XI-SUBTOT.
           MOVE DESCU-WK   TO XI-DESCU.
           MOVE TOTAL-WK   TO XI-TOTAL.
           MOVE SUELDO-WK  TO XI-SUELDO.
           MOVE PERCEP-WK  TO XI-PERCEP.
           MOVE OTP-SUMA   TO XI-OTP.
           MOVE DED-IMPRET TO XI-IMPRET.
           MOVE DED-OTRAS  TO XI-OTRAS.
           PERFORM ESCRIBE-XML-COMPROBANTE.
           PERFORM ESCRIBE-XML-NOMINA.
           IF TIPO-NOM-WK = "E"
               PERFORM ESCRIBE-XML-PERC-FIN
           ELSE
               PERFORM ESCRIBE-XML-PERCEPCIONES
           END-IF.
           IF DESCU-WK > 0
               PERFORM ESCRIBE-XML-DEDUCCIONES
           END-IF.
           IF OTP-SUMA > 0
               PERFORM ESCRIBE-XML-OTROS-PAGOS
           END-IF.
           MOVE "</nomina12:Nomina>" TO XML-REG.
           WRITE XML-REG.
           MOVE "</cfdi:Complemento>" TO XML-REG.
           WRITE XML-REG.
           MOVE "</cfdi:Comprobante>" TO XML-REG.
           WRITE XML-REG.
           CLOSE CFDIXML.

      *---------- COMPROBANTE, EMISOR, RECEPTOR Y CONCEPTO ----------
       ESCRIBE-XML-COMPROBANTE.
           MOVE SPACES TO XML-REG.
           STRING "<?xml version=" '"1.0"' " encoding=" '"UTF-8"' "?>"
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<cfdi:Comprobante xmlns:cfdi="
                  '"http://www.sat.gob.mx/cfd/4"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  xmlns:nomina12="
                  '"http://www.sat.gob.mx/nomina12"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  xmlns:xsi="
                  '"http://www.w3.org/2001/XMLSchema-instance"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  xsi:schemaLocation="
                  '"http://www.sat.gob.mx/cfd/4 '
                  "http://www.sat.gob.mx/sitio_internet/cfd/4/"
                  "cfdv40.xsd"
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  http://www.sat.gob.mx/nomina12 "
                  "http://www.sat.gob.mx/sitio_internet/cfd/nomina/"
                  'nomina12.xsd"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  Version=" '"4.0"' " Serie=" '"' SERIE-WK '"'
                  " Folio=" '"' FOLIO-N '"'
                  " Fecha=" '"' FEC-EMI-TXT '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  SubTotal=" '"' FUNCTION TRIM(XI-SUBTOT) '"'
                  " Moneda=" '"MXN"'
                  " Total=" '"' FUNCTION TRIM(XI-TOTAL) '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           IF DESCU-WK > 0
               MOVE SPACES TO XML-REG
               STRING "  Descuento=" '"' FUNCTION TRIM(XI-DESCU) '"'
                      DELIMITED BY SIZE INTO XML-REG
               WRITE XML-REG
           END-IF.
           MOVE SPACES TO XML-REG.
           STRING "  TipoDeComprobante=" '"N"'
                  " Exportacion=" '"01"'
                  " MetodoPago=" '"PUE"'
                  " LugarExpedicion=" '"' PARM-CP-EXP '">'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<cfdi:Emisor Rfc=" '"' FUNCTION TRIM(PARM-RFC-PAT)
                  '"' " Nombre=" '"' FUNCTION TRIM(EMISOR-NOMB) '"'
                  " RegimenFiscal=" '"' REG-FIS-WK '"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<cfdi:Receptor Rfc=" '"' FUNCTION TRIM(EMM-RFC) '"'
                  " Nombre=" '"' FUNCTION TRIM(RECEPTOR-NOMB) '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  DomicilioFiscalReceptor=" '"' EMM-CP-FIS '"'
                  " RegimenFiscalReceptor=" '"605"'
                  " UsoCFDI=" '"CN01"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE "<cfdi:Conceptos>" TO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<cfdi:Concepto ClaveProdServ=" '"84111505"'
                  " Cantidad=" '"1"' " ClaveUnidad=" '"ACT"'
                  " Descripcion=" '"' XML-TXT-NOMINA '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  ValorUnitario=" '"' FUNCTION TRIM(XI-SUBTOT) '"'
                  " Importe=" '"' FUNCTION TRIM(XI-SUBTOT) '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           IF DESCU-WK > 0
               MOVE SPACES TO XML-REG
               STRING "  Descuento=" '"' FUNCTION TRIM(XI-DESCU) '"'
                      DELIMITED BY SIZE INTO XML-REG
               WRITE XML-REG
           END-IF.
           MOVE SPACES TO XML-REG.
           STRING "  ObjetoImp=" '"01"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE "</cfdi:Conceptos>" TO XML-REG.
           WRITE XML-REG.
           MOVE "<cfdi:Complemento>" TO XML-REG.
           WRITE XML-REG.

      *---------- COMPLEMENTO DE NOMINA: EMISOR Y RECEPTOR ----------
       ESCRIBE-XML-NOMINA.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:Nomina Version=" '"1.2"'
                  " TipoNomina=" '"' TIPO-NOM-WK '"'
                  " FechaPago=" '"' FEC-PAGO-TXT '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  FechaInicialPago=" '"' FEC-INI-TXT '"'
                  " FechaFinalPago=" '"' FEC-FIN-TXT '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  TotalPercepciones=" '"' FUNCTION TRIM(XI-PERCEP)
                  '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           IF DESCU-WK > 0
               MOVE SPACES TO XML-REG
               STRING "  TotalDeducciones=" '"'
                      FUNCTION TRIM(XI-DESCU) '"'
                      DELIMITED BY SIZE INTO XML-REG
               WRITE XML-REG
           END-IF.
           IF OTP-SUMA > 0
               MOVE SPACES TO XML-REG
               STRING "  TotalOtrosPagos=" '"'
                      FUNCTION TRIM(XI-OTP) '"'
                      DELIMITED BY SIZE INTO XML-REG
               WRITE XML-REG
           END-IF.
           MOVE SPACES TO XML-REG.
           STRING "  NumDiasPagados=" '"' DIAS-PAG '">'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:Emisor RegistroPatronal=" '"'
                  FUNCTION TRIM(PARM-REG-PAT) '"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           COMPUTE SEMANAS =
                   (FUNCTION INTEGER-OF-DATE(FIN-FEC-N) -
                    FUNCTION INTEGER-OF-DATE(ALTA-FEC-N) + 1) / 7.
           MOVE SEMANAS TO XI-SEM.
           COMPUTE SDI-WK ROUNDED = EMM-SUELDO / 30.
           MOVE SDI-WK TO XI-SDI.
           MOVE SPACES TO FEC-ALTA-TXT.
           STRING ALT-AAAA "-" ALT-MM "-" ALT-DD
                  DELIMITED BY SIZE INTO FEC-ALTA-TXT.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:Receptor Curp=" '"' EMM-CURP '"'
                  " NumSeguridadSocial=" '"' FUNCTION TRIM(EMM-NSS)
                  '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  FechaInicioRelLaboral=" '"' FEC-ALTA-TXT '"'
                  " " XML-TXT-ANTIG "=" '"P'
                  FUNCTION TRIM(XI-SEM) 'W"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  TipoContrato=" '"01"' " TipoRegimen=" '"02"'
                  " NumEmpleado=" '"' NOMI-WK '"'
                  " RiesgoPuesto=" '"1"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  Departamento=" '"' FUNCTION TRIM(DEPTO-NOMB) '"'
                  " PeriodicidadPago=" '"' PERIOD-PAGO '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  SalarioDiarioIntegrado=" '"'
                  FUNCTION TRIM(XI-SDI) '"'
                  " ClaveEntFed=" '"' FUNCTION TRIM(PARM-ENT-FED)
                  '"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.

      *---------- PERCEPCION DE SUELDO (c_TipoPercepcion 001) ----------
       ESCRIBE-XML-PERCEPCIONES.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:Percepciones TotalSueldos=" '"'
                  FUNCTION TRIM(XI-SUELDO) '"'
                  " TotalGravado=" '"' FUNCTION TRIM(XI-SUELDO) '"'
                  " TotalExento=" '"0.00">'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:Percepcion TipoPercepcion=" '"001"'
                  " Clave=" '"SUE"' " Concepto=" '"SUELDO"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  ImporteGravado=" '"' FUNCTION TRIM(XI-SUELDO) '"'
                  " ImporteExento=" '"0.00"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE "</nomina12:Percepciones>" TO XML-REG.
           WRITE XML-REG.

      *------- PERCEPCIONES DEL FINIQUITO Y NODO DE SEPARACION -------
       ESCRIBE-XML-PERC-FIN.
           MOVE 0 TO SUELDOS-FIN, SEPARA-FIN, SEP-GRAV.
           PERFORM VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 6
               IF CFN-TIPO(CON-SUB) = "022" OR
                  CFN-TIPO(CON-SUB) = "025"
                   ADD FCF-IMP(CON-SUB) TO SEPARA-FIN
                   COMPUTE SEP-GRAV = SEP-GRAV + FCF-IMP(CON-SUB)
                                    - FCF-EXE(CON-SUB)
               ELSE
                   ADD FCF-IMP(CON-SUB) TO SUELDOS-FIN
               END-IF
           END-PERFORM.
           COMPUTE GRAVADO-FIN = FCF-PERC - FCF-EXENTO.
           MOVE SUELDOS-FIN TO XI-SUELDO.
           MOVE SEPARA-FIN  TO XI-SEPARA.
           MOVE GRAVADO-FIN TO XI-GRAVADO.
           MOVE FCF-EXENTO  TO XI-EXENTO.
           MOVE "<nomina12:Percepciones" TO XML-REG.
           WRITE XML-REG.
           IF SUELDOS-FIN > 0
               MOVE SPACES TO XML-REG
               STRING "  TotalSueldos=" '"' FUNCTION TRIM(XI-SUELDO) '"'
                      DELIMITED BY SIZE INTO XML-REG
               WRITE XML-REG
           END-IF.
           IF SEPARA-FIN > 0
               MOVE SPACES TO XML-REG
               STRING "  TotalSeparacionIndemnizacion=" '"'
                      FUNCTION TRIM(XI-SEPARA) '"'
                      DELIMITED BY SIZE INTO XML-REG
               WRITE XML-REG
           END-IF.
           MOVE SPACES TO XML-REG.
           STRING "  TotalGravado=" '"' FUNCTION TRIM(XI-GRAVADO) '"'
                  " TotalExento=" '"' FUNCTION TRIM(XI-EXENTO) '">'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           PERFORM VARYING CON-SUB FROM 1 BY 1 UNTIL CON-SUB > 6
               IF FCF-IMP(CON-SUB) > 0
                   COMPUTE CON-GRAV = FCF-IMP(CON-SUB)
                                    - FCF-EXE(CON-SUB)
                   MOVE CON-GRAV         TO XI-IMP-G
                   MOVE FCF-EXE(CON-SUB) TO XI-IMP-E
                   MOVE SPACES TO XML-REG
                   STRING "<nomina12:Percepcion TipoPercepcion="
                          '"' CFN-TIPO(CON-SUB) '"'
                          " Clave=" '"' CFN-CLAVE(CON-SUB) '"'
                          " Concepto=" '"'
                          FUNCTION TRIM(CFN-NOMB(CON-SUB)) '"'
                          DELIMITED BY SIZE INTO XML-REG
                   WRITE XML-REG
                   MOVE SPACES TO XML-REG
                   STRING "  ImporteGravado=" '"'
                          FUNCTION TRIM(XI-IMP-G) '"'
                          " ImporteExento=" '"'
                          FUNCTION TRIM(XI-IMP-E) '"/>'
                          DELIMITED BY SIZE INTO XML-REG
                   WRITE XML-REG
               END-IF
           END-PERFORM.
           IF SEPARA-FIN > 0
               PERFORM ESCRIBE-XML-SEPARACION
           END-IF.
           MOVE "</nomina12:Percepciones>" TO XML-REG.
           WRITE XML-REG.

      *---- INGRESO ACUMULABLE: EL MENOR ENTRE EL ULTIMO SUELDO ----
      *---- MENSUAL ORDINARIO Y LA PARTE GRAVADA DE LA SEPARACION ----
       ESCRIBE-XML-SEPARACION.
           IF SEP-GRAV > FCF-SUELDO
               MOVE FCF-SUELDO TO SEP-ACUM
           ELSE
               MOVE SEP-GRAV TO SEP-ACUM
           END-IF.
           COMPUTE SEP-NOACUM = SEP-GRAV - SEP-ACUM.
           MOVE FCF-ANOS   TO XI-ANOS.
           MOVE FCF-SUELDO TO XI-ULT-SDO.
           MOVE SEP-ACUM   TO XI-ACUM.
           MOVE SEP-NOACUM TO XI-NOACUM.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:SeparacionIndemnizacion TotalPagado=" '"'
                  FUNCTION TRIM(XI-SEPARA) '"'
                  " " XML-TXT-ANOS-SERV "=" '"'
                  FUNCTION TRIM(XI-ANOS) '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  UltimoSueldoMensOrd=" '"'
                  FUNCTION TRIM(XI-ULT-SDO) '"'
                  " IngresoAcumulable=" '"' FUNCTION TRIM(XI-ACUM) '"'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "  IngresoNoAcumulable=" '"'
                  FUNCTION TRIM(XI-NOACUM) '"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.

      *---------- DEDUCCIONES POR CONCEPTO (c_TipoDeduccion) ----------
       ESCRIBE-XML-DEDUCCIONES.
           MOVE SPACES TO XML-REG.
           EVALUATE TRUE
               WHEN DED-OTRAS > 0 AND DED-IMPRET > 0
                   STRING "<nomina12:Deducciones TotalOtrasDeducciones="
                          '"' FUNCTION TRIM(XI-OTRAS) '"'
                          " TotalImpuestosRetenidos="
                          '"' FUNCTION TRIM(XI-IMPRET) '">'
                          DELIMITED BY SIZE INTO XML-REG
               WHEN DED-OTRAS > 0
                   STRING "<nomina12:Deducciones TotalOtrasDeducciones="
                          '"' FUNCTION TRIM(XI-OTRAS) '">'
                          DELIMITED BY SIZE INTO XML-REG
               WHEN OTHER
                   STRING "<nomina12:Deducciones"
                          " TotalImpuestosRetenidos="
                          '"' FUNCTION TRIM(XI-IMPRET) '">'
                          DELIMITED BY SIZE INTO XML-REG
           END-EVALUATE.
           WRITE XML-REG.
           PERFORM VARYING DED-SUB FROM 1 BY 1 UNTIL DED-SUB > DED-CONT
               MOVE DED-T-IMP(DED-SUB) TO XI-DED
               MOVE SPACES TO XML-REG
               STRING "<nomina12:Deduccion TipoDeduccion="
                      '"' DED-T-TIPO(DED-SUB) '"'
                      " Clave=" '"' DED-T-CONC(DED-SUB) '"'
                      " Concepto=" '"'
                      FUNCTION TRIM(DED-T-NOMB(DED-SUB)) '"'
                      " Importe=" '"' FUNCTION TRIM(XI-DED) '"/>'
                      DELIMITED BY SIZE INTO XML-REG
               WRITE XML-REG
           END-PERFORM.
           MOVE "</nomina12:Deducciones>" TO XML-REG.
           WRITE XML-REG.

      *-------- SALDO A FAVOR COMPENSADO (c_TipoOtroPago 004) --------
       ESCRIBE-XML-OTROS-PAGOS.
           MOVE "<nomina12:OtrosPagos>" TO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:OtroPago TipoOtroPago=" '"004"'
                  " Clave=" '"ISF"'
                  " Concepto=" '"SALDO A FAVOR AJUSTE ANUAL"'
                  " Importe=" '"' FUNCTION TRIM(XI-OTP) '">'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE SPACES TO XML-REG.
           STRING "<nomina12:CompensacionSaldosAFavor SaldoAFavor="
                  '"' FUNCTION TRIM(XI-OTP) '"'
                  " " XML-TXT-ANO "=" '"20' ANO-AFAV '"'
                  " RemanenteSalFav=" '"0.00"/>'
                  DELIMITED BY SIZE INTO XML-REG.
           WRITE XML-REG.
           MOVE "</nomina12:OtroPago>" TO XML-REG.
           WRITE XML-REG.
           MOVE "</nomina12:OtrosPagos>" TO XML-REG.
           WRITE XML-REG.

      *------------- DESCRIPCION DEL DEPTO POR CLAVE -------------
       BUSCA-DEPT-DESC.
           MOVE DEPT-WK TO DEPTO-DESC.
           IF DEPT-MASTER-OK = 1
               MOVE DEPT-WK TO DMS-COD
               READ DEPTMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DMS-DESC NOT = SPACES
                           MOVE DMS-DESC TO DEPTO-DESC
                       END-IF
               END-READ
           END-IF.

      *---------- FOLIO GENERADO, PENDIENTE DE TIMBRAR ----------
       GRABA-CFDIMST.
           MOVE FOLIO-N   TO CFM-FOLIO.
           MOVE NOMI-WK   TO CFM-NOMI.
           MOVE FOL-AA    TO CFM-PER-AA.
           MOVE FOL-MM    TO CFM-PER-MM.
           MOVE FOL-QQ    TO CFM-PER-QQ.
           MOVE EMM-RFC   TO CFM-RFC.
           MOVE TOTAL-WK  TO CFM-TOTAL.
           MOVE XML-NOM   TO CFM-ARCHIVO.
           MOVE FECHA-N   TO CFM-FEC-GEN.
           MOVE "G"       TO CFM-ESTADO.
           MOVE SPACES    TO CFM-UUID, CFM-FEC-TIM, CFM-MOTIVO.
           IF CFM-FND = 1
               REWRITE CFM-REG
           ELSE
               WRITE CFM-REG
           END-IF.

      *---------- EMPLEADO SIN CFDI A LA BITACORA ----------
       GRABA-EXCLUIDO.
           IF CFM-FND = 1 AND CFM-ESTADO = "T"
               ADD 1 TO TIM-CONT
           ELSE
               ADD 1 TO EXC-CONT
           END-IF.
           MOVE SPACES TO LOG-REG.
           STRING FUNCTION TRIM(ORIGEN-WK) " " NOMI-WK " " NOMB-WK
                  " FOLIO " FOLIO-N " " EXC-MOTIVO
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *------------------- RESUMEN DE LA BITACORA -------------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
           STRING "EMPLEADOS EN EMPORD: " EMO-CONT
                  " CFDI GENERADOS: " GEN-CONT
                  " EXCLUIDOS: " EXC-CONT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "YA TIMBRADOS: " TIM-CONT
                  " REGENERADOS SIN TIMBRE: " REGEN-CONT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "EMPLEADOS DEL SUPLEMENTO: " SCF-CONT
                  " FINIQUITOS: " FCF-CONT
                  " CFDI DE FINIQUITO: " FCF-GEN
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           IF SCF-OTRA-CONT > 0
               MOVE SPACES TO LOG-REG
               STRING "SUPCFD DE OTRA CORRIDA, REGISTROS OMITIDOS: "
                      SCF-OTRA-CONT
                      DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.

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
                           IF RUN-SECUENCIA IS NUMERIC
                               MOVE RUN-SECUENCIA TO RUN-SEQ-WK
                           END-IF
                           IF RUN-QUIN IS NUMERIC AND RUN-QUIN <= 2
                               MOVE RUN-QUIN TO PER-QQ
                           END-IF
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.

      *------------------- LEE PARAMETROS DE CONTROL -------------------
       LEE-PARAMETROS.
           MOVE SPACES TO PARM-REG.
           OPEN INPUT PARMCTL.
           IF PARM-STATUS = "00"
               READ PARMCTL
                   AT END
                       MOVE SPACES TO PARM-REG
                   NOT AT END
                       IF PARM-PER-AA IS NUMERIC AND
                          PARM-PER-MM IS NUMERIC AND
                          PARM-PER-MM >= 1 AND PARM-PER-MM <= 12
                           MOVE PARM-PER-AA TO PER-AA
                           MOVE PARM-PER-MM TO PER-MM
                           MOVE 1 TO PER-PARM-SW
                           IF PARM-PER-QQ IS NUMERIC AND
                              PARM-PER-QQ <= 2
                               MOVE PARM-PER-QQ TO PARM-QQ-WK
                           END-IF
                       END-IF
               END-READ
               CLOSE PARMCTL
           END-IF.

       END PROGRAM 5EMPCFD.
