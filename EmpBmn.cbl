      *          activo en EMPMST, que la CLABE tenga 18 digitos con
      *          digito verificador correcto y que el codigo de banco
      *          coincida con los tres primeros digitos de la CLABE.
      *          Alta y cambio de CLABE no se aplican: quedan en la
      *          cola de aprobacion PENDMST con el usuario solicitante
      *          y la fecha y hora; cada corrida aplica primero los
      *          movimientos que otro usuario ya aprobo con 5EMPAPR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-FOLIO
               FILE STATUS IS PND-STATUS.
           SELECT BMNLOG ASSIGN TO "BMNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BMNTRX.
       01  TRX-ENT PIC X(36).
       FD  BANCMST.
       01  BNC-REG.
           02 BNC-NOMI     PIC 9(06).
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
       FD  BMNLOG.
       01  LOG-REG PIC X(100).
       WORKING-STORAGE SECTION.
       77  TRX-STATUS      PIC XX.
       77  BNC-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  PND-STATUS      PIC XX.
       77  TRX-EOF-SW      PIC 9.
       77  PND-EOF-SW      PIC 9.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  TRX-ALTAS       PIC 9(04) VALUE 0.
       77  TRX-CAMBIOS     PIC 9(04) VALUE 0.
       77  TRX-BAJAS       PIC 9(04) VALUE 0.
       77  TRX-RECHAZOS    PIC 9(04) VALUE 0.
       77  TRX-PENDIENTES  PIC 9(04) VALUE 0.
       77  TRX-APROBADOS   PIC 9(04) VALUE 0.
       77  TRX-FALLIDOS    PIC 9(04) VALUE 0.
       77  RECH-ANT        PIC 9(04).
       77  ULT-FOLIO       PIC 9(08) VALUE 0.
       77  HOY-N           PIC 9(08).
       77  TRX-MOTIVO      PIC X(30).
       77  TRX-VALIDA-SW   PIC 9.
       77  CLABE-OK-SW     PIC 9.
       01  CLABE-PESOS     PIC X(18) VALUE "371371371371371371".
       01  CLABE-PESOS-R REDEFINES CLABE-PESOS.
           02 CLABE-PESO OCCURS 18 TIMES PIC 9.
       01  TRX-REG.
           02 TRX-ACCION   PIC X.
           02 TRX-NOMI     PIC 9(06).
           02 TRX-BANCO    PIC X(03).
           02 TRX-CLABE    PIC X(18).
           02 TRX-USUARIO  PIC X(08).
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.
       01  HORA.
           02 HOR-HHMMSS   PIC 9(06).
           02 HOR-CC       PIC 99.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           ACCEPT HORA FROM TIME.
           COMPUTE HOY-N = 20000000 + FEC-AA * 10000 + FEC-MM * 100
                         + FEC-DD.
           OPEN I-O BANCMST.
           IF BNC-STATUS = "35"
               OPEN OUTPUT BANCMST
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           END-IF.
           OPEN I-O PENDMST.
           IF PND-STATUS = "35"
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF PND-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PENDMST, STATUS: " PND-STATUS
               DISPLAY "MANTENIMIENTO DE CUENTAS CANCELADO"
               CLOSE BANCMST
               IF EMP-MASTER-OK = 1
                   CLOSE EMPMST
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT BMNLOG.
           PERFORM APLICA-APROBADOS.
           OPEN INPUT BMNTRX.
           IF TRX-STATUS NOT = "00"
               MOVE "SIN ARCHIVO DE MOVIMIENTOS BMNTRX" TO LOG-REG
           ELSE
               MOVE 0 TO TRX-EOF-SW
               PERFORM UNTIL TRX-EOF-SW = 1
                   READ BMNTRX INTO TRX-REG
                       AT END
                           MOVE 1 TO TRX-EOF-SW
                       NOT AT END
                           PERFORM RECIBE-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE BMNTRX
           END-IF.
           PERFORM GRABA-RESUMEN.
           CLOSE BANCMST, PENDMST, BMNLOG.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           STOP RUN.

      *------------ MOVIMIENTOS YA APROBADOS EN PENDMST ------------
       APLICA-APROBADOS.
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
                       MOVE PND-FOLIO TO ULT-FOLIO
                       IF PND-ORIGEN = "BMN" AND PND-ESTADO = "A"
                           PERFORM APLICA-APROBADO
                       END-IF
               END-READ
           END-PERFORM.

      *------------- APLICA UN MOVIMIENTO APROBADO -------------
       APLICA-APROBADO.
           MOVE PND-TRX TO TRX-REG.
           MOVE TRX-RECHAZOS TO RECH-ANT.
           PERFORM APLICA-MOVIMIENTO.
           IF TRX-RECHAZOS > RECH-ANT
               MOVE "F" TO PND-ESTADO
               MOVE TRX-MOTIVO TO PND-MOTIVO
               ADD 1 TO TRX-FALLIDOS
           ELSE
               MOVE "E" TO PND-ESTADO
               ADD 1 TO TRX-APROBADOS
               MOVE SPACES TO LOG-REG
               STRING "APLICADO FOLIO: " PND-FOLIO
                      " ACCION: " TRX-ACCION
                      " NOMINA: " TRX-NOMI
                      " CLABE: " TRX-CLABE
                      " APROBO: " PND-USU-APR
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.
           MOVE HOY-N TO PND-FEC-APL.
           REWRITE PND-REG.

      *------ MOVIMIENTO NUEVO: CLABE A APROBACION, BAJA DIRECTA ------
       RECIBE-MOVIMIENTO.
           EVALUATE TRX-ACCION
               WHEN "A"
               WHEN "C"
                   PERFORM ENCOLA-MOVIMIENTO
               WHEN OTHER
                   PERFORM APLICA-MOVIMIENTO
           END-EVALUATE.

      *------------- CAMBIO DE CLABE A LA COLA PENDMST -------------
       ENCOLA-MOVIMIENTO.
           IF TRX-USUARIO = SPACES
               MOVE "SIN USUARIO SOLICITANTE" TO TRX-MOTIVO
               ADD 1 TO TRX-RECHAZOS
               PERFORM GRABA-RECHAZO
           ELSE
               PERFORM VALIDA-MOVIMIENTO
               IF TRX-VALIDA-SW = 1
                   PERFORM GRABA-PENDIENTE
               END-IF
           END-IF.

       GRABA-PENDIENTE.
           MOVE SPACES TO PND-REG.
           ADD 1 TO ULT-FOLIO.
           MOVE ULT-FOLIO   TO PND-FOLIO.
           MOVE "BMN"       TO PND-ORIGEN.
           MOVE TRX-ACCION  TO PND-ACCION.
           MOVE TRX-NOMI    TO PND-NOMI.
           MOVE "P"         TO PND-ESTADO.
           MOVE TRX-USUARIO TO PND-USU-SOL.
           MOVE HOY-N       TO PND-FEC-SOL.
           MOVE HOR-HHMMSS  TO PND-HOR-SOL.
           MOVE 0 TO PND-FEC-APR, PND-HOR-APR, PND-FEC-APL.
           MOVE TRX-NOMI TO BNC-NOMI.
           READ BANCMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BNC-CLABE TO PND-ANTERIOR
           END-READ.
           MOVE TRX-REG TO PND-TRX.
           WRITE PND-REG
               INVALID KEY
                   MOVE "FOLIO DUPLICADO EN PENDMST" TO TRX-MOTIVO
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO TRX-PENDIENTES
                   MOVE SPACES TO LOG-REG
                   STRING "EN APROBACION FOLIO: " PND-FOLIO
                          " ACCION: " TRX-ACCION
                          " NOMINA: " TRX-NOMI
                          " CLABE: " TRX-CLABE
                          " SOLICITO: " TRX-USUARIO
                       DELIMITED BY SIZE INTO LOG-REG
                   WRITE LOG-REG
           END-WRITE.

      *-------------------- APLICA UN MOVIMIENTO --------------------
       APLICA-MOVIMIENTO.
           EVALUATE TRX-ACCION
                  " RECHAZOS: " TRX-RECHAZOS
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "EN APROBACION: "      TRX-PENDIENTES
                  " APROBADOS APLICADOS: " TRX-APROBADOS
                  " APROBADOS FALLIDOS: "  TRX-FALLIDOS
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       END PROGRAM 5EMPBMN.
