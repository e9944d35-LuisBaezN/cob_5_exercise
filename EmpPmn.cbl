      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Mantenimiento del maestro de prestamos PRESMST desde
      *          PMNTRX.DAT: alta de prestamo (importe original,
      *          cuota por periodo y periodo de inicio), cambio de
      *          cuota o de estado (A activo, S suspendido) y baja
      *          (cancelacion). Valida que el empleado exista y este
      *          activo en EMPMST. Cada alta y cancelacion deja su
      *          movimiento en PRESMOV.DAT para el estado de cuenta.
      *          No se cancela un prestamo con cuota descontada por
      *          5EMPCAL que 5EMPREP aun no abona (PRM-PEND).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPPMN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMNTRX ASSIGN TO "PMNTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRX-STATUS.
           SELECT PRESMST ASSIGN TO "PRESMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PRM-STATUS.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
           SELECT PRESMOV ASSIGN TO "PRESMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMV-STATUS.
           SELECT PMNLOG ASSIGN TO "PMNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PMNTRX.
       01  TRX-REG.
           02 TRX-ACCION   PIC X.
           02 TRX-NOMI     PIC 9(06).
           02 TRX-NUM      PIC 9(04).
           02 TRX-ORIGINAL PIC X(07).
           02 TRX-ORIG-N   REDEFINES TRX-ORIGINAL PIC 9(07).
           02 TRX-CUOTA    PIC X(05).
           02 TRX-CUOTA-N  REDEFINES TRX-CUOTA PIC 9(05).
           02 TRX-INICIO.
               03 TRX-INI-AA PIC X(02).
               03 TRX-INI-MM PIC X(02).
           02 TRX-INICIO-N REDEFINES TRX-INICIO.
               03 TRX-INI-AA-N PIC 99.
               03 TRX-INI-MM-N PIC 99.
           02 TRX-ESTADO   PIC X.
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
       FD  PRESMOV.
       01  PMV-REG.
           02 PMV-NOMI     PIC 9(06).
           02 PMV-NUM      PIC 9(04).
           02 PMV-TIPO     PIC X.
           02 PMV-PER-AA   PIC 99.
           02 PMV-PER-MM   PIC 99.
           02 PMV-IMP      PIC 9(07).
           02 PMV-SALDO    PIC 9(07).
           02 PMV-FECHA    PIC 9(06).
       FD  PMNLOG.
       01  LOG-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  TRX-STATUS      PIC XX.
       77  PRM-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  PMV-STATUS      PIC XX.
       77  TRX-EOF-SW      PIC 9.
       77  EMP-MASTER-OK   PIC 9 VALUE 0.
       77  TRX-ALTAS       PIC 9(04) VALUE 0.
       77  TRX-CAMBIOS     PIC 9(04) VALUE 0.
       77  TRX-BAJAS       PIC 9(04) VALUE 0.
       77  TRX-RECHAZOS    PIC 9(04) VALUE 0.
       77  TRX-MOTIVO      PIC X(30).
       77  TRX-VALIDA-SW   PIC 9.
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           OPEN I-O PRESMST.
           IF PRM-STATUS = "35"
               OPEN OUTPUT PRESMST
               CLOSE PRESMST
               OPEN I-O PRESMST
           END-IF.
           OPEN INPUT EMPMST.
           IF EMM-STATUS = "00"
               MOVE 1 TO EMP-MASTER-OK
           END-IF.
           OPEN EXTEND PRESMOV.
           IF PMV-STATUS = "35"
               OPEN OUTPUT PRESMOV
               CLOSE PRESMOV
               OPEN EXTEND PRESMOV
           END-IF.
           OPEN OUTPUT PMNLOG.
           OPEN INPUT PMNTRX.
           IF TRX-STATUS NOT = "00"
               MOVE "SIN ARCHIVO DE MOVIMIENTOS PMNTRX" TO LOG-REG
               WRITE LOG-REG
           ELSE
               MOVE 0 TO TRX-EOF-SW
               PERFORM UNTIL TRX-EOF-SW = 1
                   READ PMNTRX
                       AT END
                           MOVE 1 TO TRX-EOF-SW
                       NOT AT END
                           PERFORM APLICA-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE PMNTRX
           END-IF.
           PERFORM GRABA-RESUMEN.
           CLOSE PRESMST, PRESMOV, PMNLOG.
           IF EMP-MASTER-OK = 1
               CLOSE EMPMST
           END-IF.
           STOP RUN.

      *-------------------- APLICA UN MOVIMIENTO --------------------
       APLICA-MOVIMIENTO.
           EVALUATE TRUE
               WHEN TRX-NOMI IS NOT NUMERIC
                   MOVE "NOMINA INVALIDA" TO TRX-MOTIVO
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               WHEN TRX-NUM IS NOT NUMERIC
                   MOVE "NUMERO DE PRESTAMO INVALIDO" TO TRX-MOTIVO
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               WHEN TRX-ACCION = "A"
                   PERFORM MOVIMIENTO-ALTA
               WHEN TRX-ACCION = "C"
                   PERFORM MOVIMIENTO-CAMBIO
               WHEN TRX-ACCION = "B"
                   PERFORM MOVIMIENTO-BAJA
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA" TO TRX-MOTIVO
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
           END-EVALUATE.

      *------------------------ ALTA PRESTAMO ------------------------
       MOVIMIENTO-ALTA.
           PERFORM VALIDA-ALTA.
           IF TRX-VALIDA-SW = 1
               MOVE TRX-NOMI     TO PRM-NOMI
               MOVE TRX-NUM      TO PRM-NUM
               MOVE TRX-ORIG-N   TO PRM-ORIGINAL
               MOVE TRX-CUOTA-N  TO PRM-CUOTA
               MOVE TRX-ORIG-N   TO PRM-SALDO
               MOVE TRX-INI-AA-N TO PRM-INI-AA
               MOVE TRX-INI-MM-N TO PRM-INI-MM
               MOVE "A"          TO PRM-ESTADO
               MOVE 0            TO PRM-PEND
               MOVE 0            TO PRM-PEND-AA
               MOVE 0            TO PRM-PEND-MM
               MOVE 0            TO PRM-ULT-AA
               MOVE 0            TO PRM-ULT-MM
               WRITE PRM-REG
                   INVALID KEY
                       MOVE "PRESTAMO YA REGISTRADO" TO TRX-MOTIVO
                       ADD 1 TO TRX-RECHAZOS
                       PERFORM GRABA-RECHAZO
                   NOT INVALID KEY
                       ADD 1 TO TRX-ALTAS
                       MOVE "O" TO PMV-TIPO
                       MOVE PRM-ORIGINAL TO PMV-IMP
                       MOVE PRM-INI-AA TO PMV-PER-AA
                       MOVE PRM-INI-MM TO PMV-PER-MM
                       PERFORM GRABA-MOVIMIENTO
               END-WRITE
           END-IF.

      *----------------------- CAMBIO PRESTAMO -----------------------
       MOVIMIENTO-CAMBIO.
           MOVE TRX-NOMI TO PRM-NOMI.
           MOVE TRX-NUM  TO PRM-NUM.
           READ PRESMST
               INVALID KEY
                   MOVE "PRESTAMO NO REGISTRADO" TO TRX-MOTIVO
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               NOT INVALID KEY
                   IF PRM-ESTADO = "L" OR PRM-ESTADO = "C"
                       MOVE "PRESTAMO LIQUIDADO O CANCELADO"
                         TO TRX-MOTIVO
                       ADD 1 TO TRX-RECHAZOS
                       PERFORM GRABA-RECHAZO
                   ELSE
                       IF TRX-CUOTA IS NUMERIC
                           IF TRX-CUOTA-N > 0
                               MOVE TRX-CUOTA-N TO PRM-CUOTA
                           END-IF
                       END-IF
                       IF TRX-ESTADO = "A" OR TRX-ESTADO = "S"
                           MOVE TRX-ESTADO TO PRM-ESTADO
                       END-IF
                       REWRITE PRM-REG
                       ADD 1 TO TRX-CAMBIOS
                   END-IF
           END-READ.

      *------------------- BAJA (CANCELA) PRESTAMO -------------------
       MOVIMIENTO-BAJA.
           MOVE TRX-NOMI TO PRM-NOMI.
           MOVE TRX-NUM  TO PRM-NUM.
           READ PRESMST
               INVALID KEY
                   MOVE "PRESTAMO NO REGISTRADO" TO TRX-MOTIVO
                   ADD 1 TO TRX-RECHAZOS
                   PERFORM GRABA-RECHAZO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRM-ESTADO = "L" OR PRM-ESTADO = "C"
                           MOVE "PRESTAMO LIQUIDADO O CANCELADO"
                             TO TRX-MOTIVO
                           ADD 1 TO TRX-RECHAZOS
                           PERFORM GRABA-RECHAZO
                       WHEN PRM-PEND > 0
                           MOVE "CUOTA PENDIENTE DE POSTEAR"
                             TO TRX-MOTIVO
                           ADD 1 TO TRX-RECHAZOS
                           PERFORM GRABA-RECHAZO
                       WHEN OTHER
                           PERFORM CANCELA-PRESTAMO
                   END-EVALUATE
           END-READ.

      *----------- CANCELA EL PRESTAMO SIN CUOTA PENDIENTE -----------
       CANCELA-PRESTAMO.
           MOVE "C" TO PRM-ESTADO.
           REWRITE PRM-REG.
           ADD 1 TO TRX-BAJAS.
           MOVE "C" TO PMV-TIPO.
           MOVE PRM-SALDO TO PMV-IMP.
           MOVE FEC-AA TO PMV-PER-AA.
           MOVE FEC-MM TO PMV-PER-MM.
           PERFORM GRABA-MOVIMIENTO.

      *------------- VALIDA EMPLEADO E IMPORTES DEL ALTA -------------
       VALIDA-ALTA.
           MOVE 1 TO TRX-VALIDA-SW.
           MOVE SPACES TO TRX-MOTIVO.
           IF EMP-MASTER-OK = 1
               MOVE TRX-NOMI TO EMM-NOMI
               READ EMPMST
                   INVALID KEY
                       MOVE "NOMINA DESCONOCIDA" TO TRX-MOTIVO
                       MOVE 0 TO TRX-VALIDA-SW
                   NOT INVALID KEY
                       IF EMM-ESTADO = "B"
                           MOVE "EMPLEADO DADO DE BAJA" TO TRX-MOTIVO
                           MOVE 0 TO TRX-VALIDA-SW
                       END-IF
               END-READ
           END-IF.
           IF TRX-VALIDA-SW = 1
               IF TRX-ORIGINAL IS NOT NUMERIC OR
                  TRX-CUOTA IS NOT NUMERIC
                   MOVE "IMPORTE O CUOTA INVALIDOS" TO TRX-MOTIVO
                   MOVE 0 TO TRX-VALIDA-SW
               ELSE
                   IF TRX-ORIG-N = 0 OR TRX-CUOTA-N = 0 OR
                      TRX-CUOTA-N > TRX-ORIG-N
                       MOVE "IMPORTE O CUOTA INVALIDOS" TO TRX-MOTIVO
                       MOVE 0 TO TRX-VALIDA-SW
                   END-IF
               END-IF
           END-IF.
           IF TRX-VALIDA-SW = 1
               IF TRX-INICIO IS NOT NUMERIC
                   MOVE "PERIODO DE INICIO INVALIDO" TO TRX-MOTIVO
                   MOVE 0 TO TRX-VALIDA-SW
               ELSE
                   IF TRX-INI-MM-N < 1 OR TRX-INI-MM-N > 12
                       MOVE "PERIODO DE INICIO INVALIDO" TO TRX-MOTIVO
                       MOVE 0 TO TRX-VALIDA-SW
                   END-IF
               END-IF
           END-IF.
           IF TRX-VALIDA-SW = 0
               ADD 1 TO TRX-RECHAZOS
               PERFORM GRABA-RECHAZO
           END-IF.

      *------------- MOVIMIENTO AL ESTADO DE CUENTA -------------
       GRABA-MOVIMIENTO.
           MOVE PRM-NOMI   TO PMV-NOMI.
           MOVE PRM-NUM    TO PMV-NUM.
           MOVE PRM-SALDO  TO PMV-SALDO.
           MOVE FECHA      TO PMV-FECHA.
           WRITE PMV-REG.

      *---------------------- RECHAZO AL LOG ----------------------
       GRABA-RECHAZO.
           MOVE SPACES TO LOG-REG.
           STRING "RECHAZADO: ACCION: " TRX-ACCION
                  " NOMINA: "           TRX-NOMI
                  " PRESTAMO: "         TRX-NUM
                  " MOTIVO: "
                  FUNCTION TRIM(TRX-MOTIVO)
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

      *---------------------- RESUMEN AL LOG ----------------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
           STRING "ALTAS: "     TRX-ALTAS
                  " CAMBIOS: "  TRX-CAMBIOS
                  " BAJAS: "    TRX-BAJAS
                  " RECHAZOS: " TRX-RECHAZOS
               DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       END PROGRAM 5EMPPMN.
