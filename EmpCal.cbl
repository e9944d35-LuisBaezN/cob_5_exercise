      * Purpose: Motor de calculo bruto a neto: toma las percepciones
      *          brutas de EMPGRS.DAT, aplica ISR por tramos desde
      *          ISRTAB.DAT, IMSS desde IMSTAB.DAT y los conceptos
      *          fijos por empleado de CONCFIJ.DAT (EMB). El PRE se
      *          toma del maestro de prestamos PRESMST: la cuota de
      *          cada prestamo activo, topada al saldo en la ultima,
      *          queda pendiente en el prestamo hasta que 5EMPREP
      *          postea el periodo. El ajuste anual de 5EMPANU
      *          (AJUANU.DAT) del periodo entra como deduccion ISA si
      *          es saldo a cargo, o como devolucion ISF no gravada
      *          sumada a la percepcion y detallada en OTRPAG.DAT si
      *          es saldo a favor. Genera EMPSAL con sus registros de
      *          control H/T y el detalle de conceptos DEDDET.DAT que
      *          5EMPREP reconcilia. A los empleados de pago
      *          quincenal (GRS-FREC = Q) el ISR se les calcula con la
      *          tarifa quincenal ISRQNA.DAT y el tope del IMSS es la
      *          mitad del mensual; en la segunda quincena no se toma
      *          el ajuste anual, que va solo en la primera. Los
      *          conceptos fijos de CONCFIJ y las cuotas de PRESMST son
      *          mensuales: al quincenal se le descuentan una sola vez,
      *          en la segunda quincena. El ajuste anual de un empleado
      *          de otra frecuencia que la corrida (EMM-FREC) no es
      *          huerfano: se cuenta aparte y se toma en su corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ISRTAB ASSIGN TO "ISRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISR-STATUS.
           SELECT ISRQNA ASSIGN TO "ISRQNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISQ-STATUS.
           SELECT IMSTAB ASSIGN TO "IMSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALLOG ASSIGN TO "CALLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMCTL ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT PRESMST ASSIGN TO "PRESMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PRM-STATUS.
           SELECT AJUANU ASSIGN TO "AJUANU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJA-STATUS.
           SELECT AJASRT ASSIGN TO DISK.
           SELECT AJAORD ASSIGN TO DISK
               FILE STATUS IS AJO-STATUS.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT OTRPAG ASSIGN TO "OTRPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPGRS.
           02 GRS-NOMB PIC X(20).
           02 GRS-DEPT PIC X(03).
           02 GRS-PERC PIC 9(05)V99.
           02 GRS-FREC PIC X.
       SD  GRSSRT.
       01  GSR-REG.
           02 GSR-NOMI PIC 9(06).
           02 GSR-NOMB PIC X(20).
           02 GSR-DEPT PIC X(03).
           02 GSR-PERC PIC 9(05)V99.
           02 GSR-FREC PIC X.
       FD  GRSORD.
       01  GRO-REG.
           02 GRO-NOMI PIC 9(06).
           02 GRO-NOMB PIC X(20).
           02 GRO-DEPT PIC X(03).
           02 GRO-PERC PIC 9(05)V99.
           02 GRO-FREC PIC X.
       FD  CONCFIJ.
       01  CFJ-REG.
           02 CFJ-NOMI PIC 9(06).
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
           02 DDT-IMPORTE  PIC 9(05).
       FD  CALLOG.
       01  LOG-REG PIC X(100).
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
       FD  AJUANU.
       01  AJA-REG.
           02 AJA-NOMI     PIC 9(06).
           02 AJA-TIPO     PIC X.
           02 AJA-IMP      PIC 9(07).
           02 AJA-EJER     PIC 99.
           02 AJA-PER-AA   PIC 99.
           02 AJA-PER-MM   PIC 99.
       SD  AJASRT.
       01  AJS-REG.
           02 AJS-NOMI     PIC 9(06).
           02 AJS-TIPO     PIC X.
           02 AJS-IMP      PIC 9(07).
           02 AJS-EJER     PIC 99.
           02 AJS-PER-AA   PIC 99.
           02 AJS-PER-MM   PIC 99.
       FD  AJAORD.
       01  AJO-REG.
           02 AJO-NOMI     PIC 9(06).
           02 AJO-TIPO     PIC X.
           02 AJO-IMP      PIC 9(07).
           02 AJO-EJER     PIC 99.
           02 AJO-PER-AA   PIC 99.
           02 AJO-PER-MM   PIC 99.
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
       FD  OTRPAG.
       01  OTP-REG.
           02 OTP-NOMI     PIC 9(06).
           02 OTP-CONC     PIC X(03).
           02 OTP-IMPORTE  PIC 9(05)V99.
       WORKING-STORAGE SECTION.

       77  GRS-STATUS      PIC XX.
       77  CFO-STATUS      PIC XX.
       77  ISR-STATUS      PIC XX.
       77  IMS-STATUS      PIC XX.
       77  ISQ-STATUS      PIC XX.
       77  PARM-STATUS     PIC XX.
       77  PRM-STATUS      PIC XX.
       77  AJA-STATUS      PIC XX.
       77  AJO-STATUS      PIC XX.
       77  AJO-EOF         PIC 9.
       77  ISA-CONT        PIC 9(06) VALUE 0.
       77  ISF-CONT        PIC 9(06) VALUE 0.
       77  AJA-HUERF-CONT  PIC 9(06) VALUE 0.
       77  AJA-FREC-CONT   PIC 9(06) VALUE 0.
       77  EMM-STATUS      PIC XX.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  FREC-RUN        PIC X.
       77  FREC-EMP        PIC X.
       77  CALC-OTP        PIC 9(07).
       77  CALC-PERC       PIC 9(07)V99.
       77  PRM-EOF-SW      PIC 9.
       77  PRES-MASTER-OK  PIC 9 VALUE 0.
       77  PER-PARM-SW     PIC 9 VALUE 0.
       77  PER-QQ          PIC 9 VALUE 0.
       77  ISQ-CONT        PIC 99 VALUE 0.
       77  QNA-CONT        PIC 9(06) VALUE 0.
       77  QNA-DIF-CONT    PIC 9(06) VALUE 0.
       77  FIJOS-SW        PIC 9.
       77  SIN-TARIFA-SW   PIC 9.
       77  CALC-TOPE       PIC 9(05)V99.
       77  PRES-CONT       PIC 9(06) VALUE 0.
       77  PRE-IGN-CONT    PIC 9(06) VALUE 0.
       77  CALC-CUOTA      PIC 9(05).
       77  CALC-CUOTA-ED   PIC Z(04)9.
       77  PRM-CUOTA-ED    PIC Z(06)9.
       77  GRO-EOF         PIC 9.
       77  CFO-EOF         PIC 9.
       77  ISR-CONT        PIC 99 VALUE 0.
           02 CFB-ROW OCCURS 20 TIMES.
               03 CFB-CONC PIC X(03).
               03 CFB-IMP  PIC 9(05).
               03 CFB-PRES PIC 9(04).
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
           OPEN OUTPUT CALLOG.
           PERFORM CARGA-TARIFAS.
           IF ISR-CONT = 0
           SORT CFJSRT ON ASCENDING KEY CFS-NOMI CFS-CONC
                       INPUT PROCEDURE LIBERA-CONCFIJ
                       GIVING CFJORD.
           SORT AJASRT ON ASCENDING KEY AJS-NOMI
                       INPUT PROCEDURE LIBERA-AJUANU
                       GIVING AJAORD.
           OPEN INPUT GRSORD.
           IF GRO-STATUS NOT = "00"
               DISPLAY "SIN PERCEPCIONES EMPGRS.DAT, "
               STOP RUN
           END-IF.
           OPEN INPUT CFJORD.
           OPEN INPUT AJAORD.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           END-IF.
           IF PER-QQ > 0
               MOVE "Q" TO FREC-RUN
           ELSE
               MOVE "M" TO FREC-RUN
           END-IF.
           OPEN I-O PRESMST.
           IF PRM-STATUS = "00"
               MOVE 1 TO PRES-MASTER-OK
           ELSE
               MOVE "SIN MAESTRO PRESMST, EL PRE SE TOMA DE CONCFIJ"
                 TO LOG-REG
               WRITE LOG-REG
           END-IF.
           OPEN OUTPUT EMPSAL.
           OPEN OUTPUT DEDDET.
           OPEN OUTPUT OTRPAG.
           MOVE SPACES TO EMS-CTL-REG.
           MOVE "H" TO EMS-CTL-TIPO.
           MOVE 0 TO EMS-CTL-CUENTA.
           WRITE EMS-CTL-REG.
           MOVE 0 TO CFO-EOF.
           PERFORM LEE-CFJORD.
           MOVE 0 TO AJO-EOF.
           PERFORM LEE-AJAORD.
           MOVE 0 TO GRO-EOF.
           PERFORM LEE-GRSORD.
           PERFORM CALCULA-EMPLEADO UNTIL GRO-EOF = 1.
               PERFORM GRABA-HUERFANO
               PERFORM LEE-CFJORD
           END-PERFORM.
           PERFORM UNTIL AJO-EOF = 1
               PERFORM GRABA-AJA-HUERFANO
               PERFORM LEE-AJAORD
           END-PERFORM.
           MOVE SPACES TO EMS-CTL-REG.
           MOVE "T" TO EMS-CTL-TIPO.
           MOVE EMP-CONT   TO EMS-CTL-CUENTA.
           MOVE CTL-PERC-WK TO EMS-CTL-PERC.
           MOVE CTL-HASH-WK TO EMS-CTL-HASH.
           WRITE EMS-CTL-REG.
           CLOSE GRSORD, CFJORD, AJAORD, EMPSAL, DEDDET, OTRPAG.
           IF PRES-MASTER-OK = 1
               CLOSE PRESMST
           END-IF.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           PERFORM GRABA-RESUMEN.
           CLOSE CALLOG.
           STOP RUN.
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
               CLOSE CONCFIJ
           END-IF.

      *--- LIBERA AJUSTE ANUAL DEL PERIODO AL SORT (SORT IN) ---
       LIBERA-AJUANU.
           IF PER-QQ = 2
               MOVE "35" TO AJA-STATUS
           ELSE
               OPEN INPUT AJUANU
           END-IF.
           IF AJA-STATUS = "00"
               PERFORM UNTIL AJA-STATUS NOT = "00"
                   READ AJUANU
                       AT END
                           MOVE "10" TO AJA-STATUS
                       NOT AT END
                           IF AJA-PER-AA = PER-AA AND
                              AJA-PER-MM = PER-MM AND
                              (AJA-TIPO = "C" OR AJA-TIPO = "F")
                               RELEASE AJS-REG FROM AJA-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AJUANU
           END-IF.

       LEE-GRSORD.
           READ GRSORD AT END MOVE 1 TO GRO-EOF.

       LEE-CFJORD.
           READ CFJORD AT END MOVE 1 TO CFO-EOF.

       LEE-AJAORD.
           READ AJAORD AT END MOVE 1 TO AJO-EOF.

      *--------------- BRUTO A NETO DE UN EMPLEADO ---------------
       CALCULA-EMPLEADO.
           MOVE 0 TO SIN-TARIFA-SW.
           IF GRO-FREC = "Q"
               ADD 1 TO QNA-CONT
               IF ISQ-CONT = 0
                   MOVE 1 TO SIN-TARIFA-SW
               END-IF
               PERFORM CALCULA-ISR-QNA
           ELSE
               PERFORM CALCULA-ISR
           END-IF.
           PERFORM CALCULA-IMSS.
           MOVE 0 TO CALC-DEDU.
           ADD CALC-ISR TO CALC-DEDU.
           END-PERFORM.
           MOVE 0 TO CFB-CNT.
           MOVE 0 TO CFB-OVER-SW.
           MOVE 1 TO FIJOS-SW.
           IF GRO-FREC = "Q" AND PER-QQ = 1
               MOVE 0 TO FIJOS-SW
               ADD 1 TO QNA-DIF-CONT
           END-IF.
           PERFORM UNTIL CFO-EOF = 1 OR CFO-NOMI NOT = GRO-NOMI
               EVALUATE TRUE
                   WHEN FIJOS-SW = 0
                       CONTINUE
                   WHEN CFO-CONC = "PRE" AND PRES-MASTER-OK = 1
                       PERFORM GRABA-PRE-IGNORADO
                   WHEN OTHER
                       IF CFB-CNT < 20
                           ADD 1 TO CFB-CNT
                           MOVE CFO-CONC TO CFB-CONC(CFB-CNT)
                           MOVE CFO-IMP  TO CFB-IMP(CFB-CNT)
                           MOVE 0        TO CFB-PRES(CFB-CNT)
                           ADD CFO-IMP TO CALC-DEDU
                           ADD 1 TO FIJO-CONT
                       ELSE
                           MOVE 1 TO CFB-OVER-SW
                       END-IF
               END-EVALUATE
               PERFORM LEE-CFJORD
           END-PERFORM.
           PERFORM UNTIL AJO-EOF = 1 OR AJO-NOMI >= GRO-NOMI
               PERFORM GRABA-AJA-HUERFANO
               PERFORM LEE-AJAORD
           END-PERFORM.
           MOVE 0 TO CALC-OTP.
           PERFORM UNTIL AJO-EOF = 1 OR AJO-NOMI NOT = GRO-NOMI
               PERFORM AGREGA-AJUSTE-ANUAL
               PERFORM LEE-AJAORD
           END-PERFORM.
           COMPUTE CALC-PERC = GRO-PERC + CALC-OTP.
           IF PRES-MASTER-OK = 1 AND FIJOS-SW = 1
               PERFORM CARGA-PRESTAMOS
           END-IF.
           IF CALC-DEDU > 99999 OR CFB-OVER-SW = 1 OR
              CALC-PERC > 99999.99 OR SIN-TARIFA-SW = 1
               PERFORM RETIENE-EMPLEADO
           ELSE
               PERFORM GRABA-EMPLEADO
               MOVE CFB-CONC(CFB-SUB) TO DDT-CONC
               MOVE CFB-IMP(CFB-SUB)  TO DDT-IMPORTE
               WRITE DDT-REG
               IF CFB-PRES(CFB-SUB) > 0
                   PERFORM MARCA-PRESTAMO
               END-IF
           END-PERFORM.
           IF CALC-OTP > 0
               MOVE GRO-NOMI TO OTP-NOMI
               MOVE "ISF"    TO OTP-CONC
               MOVE CALC-OTP TO OTP-IMPORTE
               WRITE OTP-REG
               ADD 1 TO ISF-CONT
           END-IF.
           MOVE GRO-NOMI TO EMS-NOMI.
           MOVE GRO-NOMB TO EMS-NOMB.
           MOVE GRO-DEPT TO EMS-DEPT.
           MOVE CALC-PERC TO EMS-PERC.
           MOVE CALC-DEDU TO EMS-DEDU.
           COMPUTE EMS-SALA = CALC-PERC - CALC-DEDU.
           WRITE EMS-REG.
           ADD 1 TO EMP-CONT.
           ADD CALC-PERC TO CTL-PERC-WK.
           ADD GRO-NOMI TO CTL-HASH-WK.

      *------ RETIENE AL EMPLEADO CON DEDUCCION DESBORDADA ------
           ADD 1 TO RETEN-CONT.
           MOVE CALC-DEDU TO CALC-DEDU-ED.
           MOVE SPACES TO LOG-REG.
           EVALUATE TRUE
               WHEN SIN-TARIFA-SW = 1
                   STRING "RETENIDO: NOMINA: " GRO-NOMI
                          " DEPTO: "           GRO-DEPT
                          " PAGO QUINCENAL SIN TARIFA ISRQNA.DAT"
                       DELIMITED BY SIZE INTO LOG-REG
               WHEN CFB-OVER-SW = 1
                   STRING "RETENIDO: NOMINA: " GRO-NOMI
                          " DEPTO: "           GRO-DEPT
                          " DEMASIADOS CONCEPTOS FIJOS,"
                          " REVISE CONCFIJ"
                       DELIMITED BY SIZE INTO LOG-REG
               WHEN CALC-DEDU > 99999
                   STRING "RETENIDO: NOMINA: " GRO-NOMI
                          " DEPTO: "           GRO-DEPT
                          " DEDUCCION "
                          FUNCTION TRIM(CALC-DEDU-ED)
                          " EXCEDE EL LIMITE DE 99999"
                       DELIMITED BY SIZE INTO LOG-REG
               WHEN OTHER
                   STRING "RETENIDO: NOMINA: " GRO-NOMI
                          " DEPTO: "           GRO-DEPT
                          " PERCEPCION CON DEVOLUCION ISF"
                          " EXCEDE EL LIMITE DE 99999.99"
                       DELIMITED BY SIZE INTO LOG-REG
           END-EVALUATE.
           WRITE LOG-REG.

      *------------- CUOTAS DE LOS PRESTAMOS DEL EMPLEADO -------------
       CARGA-PRESTAMOS.
           MOVE GRO-NOMI TO PRM-NOMI.
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
                       IF PRM-NOMI NOT = GRO-NOMI
                           MOVE 1 TO PRM-EOF-SW
                       ELSE
                           IF PRM-ESTADO = "A" AND PRM-SALDO > 0 AND
                              PRM-INICIO NOT > PERIODO
                               PERFORM AGREGA-PRESTAMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *------- CUOTA DEL PRESTAMO, LA ULTIMA TOPADA AL SALDO -------
       AGREGA-PRESTAMO.
           IF PRM-CUOTA > PRM-SALDO
               MOVE PRM-SALDO TO CALC-CUOTA
               PERFORM GRABA-ULTIMA-CUOTA
           ELSE
               MOVE PRM-CUOTA TO CALC-CUOTA
           END-IF.
           IF CFB-CNT < 20
               ADD 1 TO CFB-CNT
               MOVE "PRE"      TO CFB-CONC(CFB-CNT)
               MOVE CALC-CUOTA TO CFB-IMP(CFB-CNT)
               MOVE PRM-NUM    TO CFB-PRES(CFB-CNT)
               ADD CALC-CUOTA TO CALC-DEDU
               ADD 1 TO PRES-CONT
           ELSE
               MOVE 1 TO CFB-OVER-SW
           END-IF.

      *------ DEJA LA CUOTA PENDIENTE DE POSTEO EN EL PRESTAMO ------
       MARCA-PRESTAMO.
           MOVE GRO-NOMI          TO PRM-NOMI.
           MOVE CFB-PRES(CFB-SUB) TO PRM-NUM.
           READ PRESMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CFB-IMP(CFB-SUB) TO PRM-PEND
                   MOVE PER-AA TO PRM-PEND-AA
                   MOVE PER-MM TO PRM-PEND-MM
                   REWRITE PRM-REG
           END-READ.

      *------------------ ISR POR TRAMOS DE TARIFA ------------------
       CALCULA-ISR.
               MOVE 0 TO CALC-ISR
           END-IF.

      *----------- ISR POR TRAMOS DE LA TARIFA QUINCENAL -----------
       CALCULA-ISR-QNA.
           MOVE 0 TO ISR-FND.
           PERFORM VARYING ISR-SUB FROM 1 BY 1
                       UNTIL ISR-SUB > ISQ-CONT
               IF GRO-PERC >= ISQ-TAB-LIM(ISR-SUB)
                   MOVE ISR-SUB TO ISR-FND
               END-IF
           END-PERFORM.
           IF ISR-FND > 0
               COMPUTE CALC-ISR ROUNDED =
                   ISQ-TAB-CUO(ISR-FND) +
                   (GRO-PERC - ISQ-TAB-LIM(ISR-FND)) *
                   ISQ-TAB-PCT(ISR-FND) / 100
           ELSE
               MOVE 0 TO CALC-ISR
           END-IF.

      *------------- IMSS SOBRE LA BASE CON SU TOPE -------------
       CALCULA-IMSS.
           MOVE GRO-PERC TO CALC-BASE.
           MOVE IMS-TOPE-WK TO CALC-TOPE.
           IF GRO-FREC = "Q"
               COMPUTE CALC-TOPE ROUNDED = IMS-TOPE-WK / 2
           END-IF.
           IF CALC-TOPE > 0 AND CALC-BASE > CALC-TOPE
               MOVE CALC-TOPE TO CALC-BASE
           END-IF.
           COMPUTE CALC-IMS ROUNDED =
               CALC-BASE * IMS-PCT-WK / 100.
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *---- AJUSTE ANUAL DE ISR SIN PERCEPCION EN EL MES, AL LOG ----
       GRABA-AJA-HUERFANO.
           MOVE FREC-RUN TO FREC-EMP.
           IF EMP-MASTER-OK = 1
               MOVE AJO-NOMI TO EMM-NOMI
               READ EMPMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMM-FREC = "Q"
                           MOVE "Q" TO FREC-EMP
                       ELSE
                           MOVE "M" TO FREC-EMP
                       END-IF
               END-READ
           END-IF.
           IF FREC-EMP NOT = FREC-RUN
               ADD 1 TO AJA-FREC-CONT
           ELSE
               ADD 1 TO AJA-HUERF-CONT
               MOVE SPACES TO LOG-REG
               STRING "AJUSTE ANUAL SIN PERCEPCION: NOMINA: " AJO-NOMI
                      " TIPO: "    AJO-TIPO
                      " IMPORTE: " AJO-IMP
                      " EJERCICIO: 20" AJO-EJER
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.

      *---- SALDO A CARGO COMO DEDUCCION ISA, A FAVOR COMO ISF ----
       AGREGA-AJUSTE-ANUAL.
           IF AJO-TIPO = "C"
               IF CFB-CNT < 20
                   ADD 1 TO CFB-CNT
                   MOVE "ISA"   TO CFB-CONC(CFB-CNT)
                   MOVE AJO-IMP TO CFB-IMP(CFB-CNT)
                   MOVE 0       TO CFB-PRES(CFB-CNT)
                   ADD AJO-IMP TO CALC-DEDU
                   ADD 1 TO ISA-CONT
               ELSE
                   MOVE 1 TO CFB-OVER-SW
               END-IF
           ELSE
               ADD AJO-IMP TO CALC-OTP
           END-IF.

      *-------- PRE CAPTURADO EN CONCFIJ, SE USA EL DE PRESMST --------
       GRABA-PRE-IGNORADO.
           ADD 1 TO PRE-IGN-CONT.
           MOVE SPACES TO LOG-REG.
           STRING "PRE EN CONCFIJ IGNORADO: NOMINA: " CFO-NOMI
                  " EL DESCUENTO SE TOMA DE PRESMST"
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *------------- ULTIMA CUOTA TOPADA AL SALDO, AL LOG --------------
       GRABA-ULTIMA-CUOTA.
           MOVE CALC-CUOTA TO CALC-CUOTA-ED.
           MOVE PRM-CUOTA  TO PRM-CUOTA-ED.
           MOVE SPACES TO LOG-REG.
           STRING "ULTIMA CUOTA: NOMINA: " PRM-NOMI
                  " PRESTAMO: "            PRM-NUM
                  " CUOTA "                FUNCTION TRIM(PRM-CUOTA-ED)
                  " TOPADA AL SALDO "      FUNCTION TRIM(CALC-CUOTA-ED)
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *---------------------- RESUMEN AL LOG ----------------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
                  " RETENIDOS: "           RETEN-CONT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "CUOTAS DE PRESTAMO: "   PRES-CONT
                  " PRE DE CONCFIJ IGNORADOS: " PRE-IGN-CONT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "AJUSTE ANUAL ISR A CARGO ISA: " ISA-CONT
                  " DEVOLUCIONES ISF: "            ISF-CONT
                  " SIN PERCEPCION: "              AJA-HUERF-CONT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           IF AJA-FREC-CONT > 0
               MOVE SPACES TO LOG-REG
               STRING "AJUSTE ANUAL DE OTRA FRECUENCIA, VA EN SU"
                      " CORRIDA: " AJA-FREC-CONT
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.
           MOVE SPACES TO LOG-REG.
           STRING "PERIODO: 20" PER-AA "/" PER-MM
                  " QUINCENA: "             PER-QQ
                  " EMPLEADOS QUINCENALES: " QNA-CONT
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           IF QNA-DIF-CONT > 0
               MOVE SPACES TO LOG-REG
               STRING "QUINCENALES CON CONCEPTOS FIJOS Y PRESTAMOS"
                      " PARA LA SEGUNDA QUINCENA: " QNA-DIF-CONT
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

       END PROGRAM 5EMPCAL.
