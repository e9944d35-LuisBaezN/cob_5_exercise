      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 22/08/2026
      * Purpose: Mantenimiento del maestro de empleados EMPMST,
      *          incluido el sueldo base mensual con el que 5EMPGRS
      *          genera las percepciones del mes. La baja exige fecha
      *          (AAAAMMDD) y motivo de separacion, recibe los dias de
      *          vacaciones ya tomados en el ano de servicio y deja el
      *          finiquito pendiente para 5EMPFIN. La frecuencia de
      *          pago es M mensual (omision) o Q quincenal. RFC, CURP,
      *          NSS y codigo postal fiscal alimentan el CFDI de nomina.
      *          Altas y reactivaciones no se aplican: quedan en la
      *          cola de aprobacion PENDMST con el usuario solicitante
      *          y la fecha y hora; cada corrida aplica primero los
      *          movimientos que otro usuario ya aprobo con 5EMPAPR.
      *          Reactivar a quien ya cobro su finiquito exige la fecha
      *          de reingreso, posterior a la baja, que sustituye a la
      *          de alta para que la antiguedad cuente desde ahi.
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
           SELECT MNTLOG ASSIGN TO "MNTLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MNTTRX.
       01  TRX-ENT PIC X(113).
       FD  EMPMST.
       01  EMM-REG.
           02 EMM-NOMI     PIC 9(06).
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
       FD  MNTLOG.
       01  LOG-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  TRX-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  PND-STATUS      PIC XX.
       77  TRX-EOF-SW      PIC 9.
       77  PND-EOF-SW      PIC 9.
       77  TRX-ALTAS       PIC 9(04) VALUE 0.
       77  TRX-CAMBIOS     PIC 9(04) VALUE 0.
       77  TRX-BAJAS       PIC 9(04) VALUE 0.
       77  TRX-REACTIVA    PIC 9(04) VALUE 0.
       77  TRX-RECHAZOS    PIC 9(04) VALUE 0.
       77  TRX-ALTA-NUM    PIC 9(08).
       77  TRX-BAJA-OK     PIC 9.
       77  TRX-PENDIENTES  PIC 9(04) VALUE 0.
       77  TRX-APROBADOS   PIC 9(04) VALUE 0.
       77  TRX-FALLIDOS    PIC 9(04) VALUE 0.
       77  RECH-ANT        PIC 9(04).
       77  RCH-MOTIVO      PIC X(30).
       77  ULT-FOLIO       PIC 9(08) VALUE 0.
       77  HOY-N           PIC 9(08).
       01  TRX-REG.
           02 TRX-ACCION   PIC X.
           02 TRX-NOMI     PIC 9(06).
           02 TRX-NOMB     PIC X(20).
           02 TRX-DEPT     PIC X(03).
           02 TRX-ALTA     PIC X(08).
           02 TRX-ALTA-N REDEFINES TRX-ALTA.
               03 TRX-ALTA-AAAA PIC 9(04).
               03 TRX-ALTA-MM   PIC 99.
               03 TRX-ALTA-DD   PIC 99.
           02 TRX-SUELDO   PIC X(07).
           02 TRX-SUELDO-N REDEFINES TRX-SUELDO PIC 9(05)V99.
           02 TRX-BAJA-FEC PIC X(08).
           02 TRX-BAJA-FEC-N REDEFINES TRX-BAJA-FEC.
               03 TRX-BAJA-AAAA PIC 9(04).
               03 TRX-BAJA-MM   PIC 99.
               03 TRX-BAJA-DD   PIC 99.
           02 TRX-MOTIVO   PIC X(02).
               88 TRX-MOTIVO-VALIDO VALUE "RV" "DI" "DJ" "TC" "DF".
           02 TRX-VAC      PIC X(02).
           02 TRX-VAC-N REDEFINES TRX-VAC PIC 9(02).
           02 TRX-FREC     PIC X.
               88 TRX-FREC-VALIDA VALUE "M" "Q".
           02 TRX-RFC      PIC X(13).
           02 TRX-CURP     PIC X(18).
           02 TRX-NSS      PIC X(11).
           02 TRX-CP-FIS   PIC X(05).
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
           OPEN I-O EMPMST.
           IF EMM-STATUS = "35"
               OPEN OUTPUT EMPMST
               CLOSE EMPMST
               OPEN I-O EMPMST
           END-IF.
           OPEN I-O PENDMST.
           IF PND-STATUS = "35"
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF PND-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PENDMST, STATUS: " PND-STATUS
               DISPLAY "MANTENIMIENTO DE EMPLEADOS CANCELADO"
               CLOSE EMPMST
               STOP RUN
           END-IF.
           OPEN OUTPUT MNTLOG.
           PERFORM APLICA-APROBADOS.
           OPEN INPUT MNTTRX.
           IF TRX-STATUS NOT = "00"
               MOVE "SIN ARCHIVO DE MOVIMIENTOS MNTTRX" TO LOG-REG
           ELSE
               MOVE 0 TO TRX-EOF-SW
               PERFORM UNTIL TRX-EOF-SW = 1
                   READ MNTTRX INTO TRX-REG
                       AT END
                           MOVE 1 TO TRX-EOF-SW
                       NOT AT END
                           PERFORM RECIBE-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE MNTTRX
           END-IF.
           PERFORM GRABA-RESUMEN.
           CLOSE EMPMST, PENDMST, MNTLOG.
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
                       IF PND-ORIGEN = "MNT" AND PND-ESTADO = "A"
                           PERFORM APLICA-APROBADO
                       END-IF
               END-READ
           END-PERFORM.

      *------------- APLICA UN MOVIMIENTO APROBADO -------------
       APLICA-APROBADO.
           MOVE PND-TRX TO TRX-REG.
           MOVE SPACES TO RCH-MOTIVO.
           MOVE TRX-RECHAZOS TO RECH-ANT.
           PERFORM APLICA-MOVIMIENTO.
           IF TRX-RECHAZOS > RECH-ANT
               MOVE "F" TO PND-ESTADO
               MOVE "RECHAZADO AL APLICAR, VER MNTLOG" TO PND-MOTIVO
               ADD 1 TO TRX-FALLIDOS
           ELSE
               MOVE "E" TO PND-ESTADO
               ADD 1 TO TRX-APROBADOS
               MOVE SPACES TO LOG-REG
               STRING "APLICADO FOLIO: " PND-FOLIO
                      " ACCION: " TRX-ACCION
                      " NOMINA: " TRX-NOMI
                      " APROBO: " PND-USU-APR
                   DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.
           MOVE HOY-N TO PND-FEC-APL.
           REWRITE PND-REG.

      *------ MOVIMIENTO NUEVO: ALTA Y REACTIVACION A APROBACION ------
       RECIBE-MOVIMIENTO.
           MOVE SPACES TO RCH-MOTIVO.
           EVALUATE TRX-ACCION
               WHEN "A"
               WHEN "R"
                   PERFORM ENCOLA-MOVIMIENTO
               WHEN OTHER
                   PERFORM APLICA-MOVIMIENTO
           END-EVALUATE.

      *---------- ALTA O REACTIVACION A LA COLA PENDMST ----------
       ENCOLA-MOVIMIENTO.
           MOVE TRX-NOMI TO EMM-NOMI.
           READ EMPMST
               INVALID KEY
                   MOVE SPACES TO EMM-ESTADO
                   IF TRX-ACCION = "R"
                       MOVE "NOMINA DESCONOCIDA" TO RCH-MOTIVO
                   END-IF
               NOT INVALID KEY
                   IF TRX-ACCION = "A"
                       MOVE "NOMINA YA REGISTRADA" TO RCH-MOTIVO
                   END-IF
           END-READ.
           IF TRX-ACCION = "A" AND TRX-FREC NOT = SPACES
              AND NOT TRX-FREC-VALIDA
               MOVE "FRECUENCIA DE PAGO INVALIDA" TO RCH-MOTIVO
           END-IF.
           IF TRX-ACCION = "R" AND RCH-MOTIVO = SPACES
              AND EMM-ESTADO NOT = "B"
               MOVE "EMPLEADO NO ESTA DADO DE BAJA" TO RCH-MOTIVO
           END-IF.
           IF TRX-ACCION = "R" AND RCH-MOTIVO = SPACES
              AND EMM-FIN-EST = "F"
               PERFORM VALIDA-REINGRESO
           END-IF.
           IF TRX-USUARIO = SPACES
               MOVE "SIN USUARIO SOLICITANTE" TO RCH-MOTIVO
           END-IF.
           IF RCH-MOTIVO NOT = SPACES
               ADD 1 TO TRX-RECHAZOS
               PERFORM GRABA-RECHAZO
           ELSE
               PERFORM GRABA-PENDIENTE
           END-IF.

       GRABA-PENDIENTE.
           MOVE SPACES TO PND-REG.
           ADD 1 TO ULT-FOLIO.
           MOVE ULT-FOLIO   TO PND-FOLIO.
           MOVE "MNT"       TO PND-ORIGEN.
           MOVE TRX-ACCION  TO PND-ACCION.
           MOVE TRX-NOMI    TO PND-NOMI.
           MOVE "P"         TO PND-ESTADO.
           MOVE TRX-USUARIO TO PND-USU-SOL.
           MOVE HOY-N       TO PND-FEC-SOL.
           MOVE HOR-HHMMSS  TO PND-HOR-SOL.
           MOVE 0 TO PND-FEC-APR, PND-HOR-APR, PND-FEC-APL.
           IF TRX-ACCION = "R"
               STRING "BAJA " EMM-BAJA-FEC " " EMM-BAJA-MOT
                   DELIMITED BY SIZE INTO PND-ANTERIOR
               IF EMM-FIN-EST = "F"
                   STRING "REINGRESO " TRX-ALTA
                          " CON FINIQUITO PAGADO"
                       DELIMITED BY SIZE INTO PND-MOTIVO
               END-IF
           END-IF.
           MOVE TRX-REG TO PND-TRX.
           WRITE PND-REG
               INVALID KEY
                   MOVE "FOLIO DUPLICADO EN PENDMST" TO RCH-MOTIVO
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO TRX-PENDIENTES
                   MOVE SPACES TO LOG-REG
                   STRING "EN APROBACION FOLIO: " PND-FOLIO
                          " ACCION: " TRX-ACCION
                          " NOMINA: " TRX-NOMI
                          " SOLICITO: " TRX-USUARIO
                       DELIMITED BY SIZE INTO LOG-REG
                   WRITE LOG-REG
           END-WRITE.

      *-------------------- APLICA UN MOVIMIENTO --------------------
       APLICA-MOVIMIENTO.
           EVALUATE TRX-ACCION
               MOVE 0 TO TRX-ALTA-NUM
           END-IF.
           MOVE TRX-ALTA-NUM TO EMM-ALTA.
           IF TRX-SUELDO IS NUMERIC
               MOVE TRX-SUELDO-N TO EMM-SUELDO
           ELSE
               MOVE 0 TO EMM-SUELDO
           END-IF.
           MOVE "A" TO EMM-ESTADO.
           MOVE 0      TO EMM-BAJA-FEC.
           MOVE SPACES TO EMM-BAJA-MOT.
           MOVE 0      TO EMM-BAJA-VAC.
           MOVE SPACES TO EMM-FIN-EST.
           IF TRX-FREC-VALIDA
               MOVE TRX-FREC TO EMM-FREC
           ELSE
               MOVE "M" TO EMM-FREC
           END-IF.
           MOVE TRX-RFC    TO EMM-RFC.
           MOVE TRX-CURP   TO EMM-CURP.
           MOVE TRX-NSS    TO EMM-NSS.
           MOVE TRX-CP-FIS TO EMM-CP-FIS.
           IF TRX-FREC NOT = SPACES AND NOT TRX-FREC-VALIDA
               ADD 1 TO TRX-RECHAZOS
               PERFORM GRABA-RECHAZO
           ELSE
               WRITE EMM-REG
                   INVALID KEY
                       ADD 1 TO TRX-RECHAZOS
                       PERFORM GRABA-RECHAZO
                   NOT INVALID KEY
                       ADD 1 TO TRX-ALTAS
               END-WRITE
           END-IF.

      *----------------------- CAMBIO EMPLEADO -----------------------
       MOVIMIENTO-CAMBIO.
                           MOVE TRX-ALTA-NUM TO EMM-ALTA
                       END-IF
                   END-IF
                   IF TRX-SUELDO IS NUMERIC
                       IF TRX-SUELDO-N > 0
                           MOVE TRX-SUELDO-N TO EMM-SUELDO
                       END-IF
                   END-IF
                   IF TRX-FREC-VALIDA
                       MOVE TRX-FREC TO EMM-FREC
                   END-IF
                   IF TRX-RFC NOT = SPACES
                       MOVE TRX-RFC TO EMM-RFC
                   END-IF
                   IF TRX-CURP NOT = SPACES
                       MOVE TRX-CURP TO EMM-CURP
                   END-IF
                   IF TRX-NSS NOT = SPACES
                       MOVE TRX-NSS TO EMM-NSS
                   END-IF
                   IF TRX-CP-FIS NOT = SPACES
                       MOVE TRX-CP-FIS TO EMM-CP-FIS
                   END-IF
                   REWRITE EMM-REG
                   ADD 1 TO TRX-CAMBIOS
           END-READ.
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               NOT INVALID KEY
                   PERFORM VALIDA-BAJA
                   IF TRX-BAJA-OK = 1
                       MOVE "B" TO EMM-ESTADO
                       MOVE TRX-BAJA-FEC TO EMM-BAJA-FEC
                       MOVE TRX-MOTIVO   TO EMM-BAJA-MOT
                       IF TRX-VAC IS NUMERIC
                           MOVE TRX-VAC-N TO EMM-BAJA-VAC
                       ELSE
                           MOVE 0 TO EMM-BAJA-VAC
                       END-IF
                       MOVE "P" TO EMM-FIN-EST
                       REWRITE EMM-REG
                       ADD 1 TO TRX-BAJAS
                   ELSE
                       ADD 1 TO TRX-RECHAZOS
                       PERFORM GRABA-RECHAZO
                   END-IF
           END-READ.

      *------ FECHA Y MOTIVO DE LA BAJA, SIN FINIQUITO YA PAGADO ------
       VALIDA-BAJA.
           MOVE 1 TO TRX-BAJA-OK.
           IF EMM-FIN-EST = "F"
               MOVE 0 TO TRX-BAJA-OK
           END-IF.
           IF NOT TRX-MOTIVO-VALIDO
               MOVE 0 TO TRX-BAJA-OK
           END-IF.
           IF TRX-BAJA-FEC IS NOT NUMERIC
               MOVE 0 TO TRX-BAJA-OK
           ELSE
               IF TRX-BAJA-MM < 1 OR TRX-BAJA-MM > 12 OR
                  TRX-BAJA-DD < 1 OR TRX-BAJA-DD > 31
                   MOVE 0 TO TRX-BAJA-OK
               ELSE
                   IF TRX-BAJA-FEC-N < EMM-ALTA
                       MOVE 0 TO TRX-BAJA-OK
                   END-IF
               END-IF
           END-IF.

      *--------------------- REACTIVA EMPLEADO ---------------------
       MOVIMIENTO-REACTIVA.
           MOVE TRX-NOMI TO EMM-NOMI.
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               NOT INVALID KEY
                   IF EMM-FIN-EST = "F"
                       PERFORM VALIDA-REINGRESO
                   END-IF
                   IF RCH-MOTIVO NOT = SPACES
                       ADD 1 TO TRX-RECHAZOS
                       PERFORM GRABA-RECHAZO
                   ELSE
                       IF EMM-FIN-EST = "F"
                           MOVE TRX-ALTA-NUM TO EMM-ALTA
                       END-IF
                       MOVE "A" TO EMM-ESTADO
                       MOVE 0      TO EMM-BAJA-FEC
                       MOVE SPACES TO EMM-BAJA-MOT
                       MOVE 0      TO EMM-BAJA-VAC
                       MOVE SPACES TO EMM-FIN-EST
                       REWRITE EMM-REG
                       ADD 1 TO TRX-REACTIVA
                   END-IF
           END-READ.

      *---- REINGRESO CON FINIQUITO PAGADO: NUEVA FECHA DE ALTA ----
       VALIDA-REINGRESO.
           IF TRX-ALTA IS NOT NUMERIC
               MOVE "FINIQUITADO, SIN FECHA DE ALTA" TO RCH-MOTIVO
           ELSE
               MOVE TRX-ALTA TO TRX-ALTA-NUM
               IF TRX-ALTA-MM < 1 OR TRX-ALTA-MM > 12 OR
                  TRX-ALTA-DD < 1 OR TRX-ALTA-DD > 31
                   MOVE "FECHA DE REINGRESO INVALIDA" TO RCH-MOTIVO
               ELSE
                   IF TRX-ALTA-NUM NOT > EMM-BAJA-FEC
                       MOVE "REINGRESO NO POSTERIOR A BAJA"
                         TO RCH-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *---------------------- RECHAZO AL LOG ----------------------
       GRABA-RECHAZO.
           MOVE SPACES TO LOG-REG.
           STRING "RECHAZADO: ACCION: " TRX-ACCION
                  " NOMINA: "           TRX-NOMI
                  " NOMBRE: "           TRX-NOMB
                  " "                   RCH-MOTIVO
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

                  " RECHAZOS: "    TRX-RECHAZOS
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "EN APROBACION: "        TRX-PENDIENTES
                  " APROBADOS APLICADOS: " TRX-APROBADOS
                  " APROBADOS FALLIDOS: "  TRX-FALLIDOS
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       END PROGRAM 5EMPMNT.
