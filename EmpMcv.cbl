      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Conversion unica de EMPMST del formato original
      *          (nomina, nombre, depto, fecha de alta y estado) al
      *          formato actual con sueldo mensual, datos de baja y
      *          finiquito, frecuencia de pago y datos fiscales para el
      *          CFDI de nomina. Renombre EMPMST.DAT a EMPMST.OLD y
      *          corra este programa: genera EMPMST.DAT nuevo con los
      *          cinco campos originales intactos, sueldo en ceros, sin
      *          baja registrada, pago mensual (M) y datos fiscales en
      *          blanco. El sueldo y los datos fiscales se capturan
      *          despues con 5EMPMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPMCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTO ASSIGN TO "EMPMST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMO-NOMI
               FILE STATUS IS EMO-STATUS.
           SELECT EMPMST ASSIGN TO "EMPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-NOMI
               FILE STATUS IS EMM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTO.
       01  EMO-REG.
           02 EMO-NOMI     PIC 9(06).
           02 EMO-NOMB     PIC X(20).
           02 EMO-DEPT     PIC X(03).
           02 EMO-ALTA     PIC 9(08).
           02 EMO-ESTADO   PIC X.
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
       WORKING-STORAGE SECTION.

       77  EMO-STATUS      PIC XX.
       77  EMM-STATUS      PIC XX.
       77  EMO-EOF-SW      PIC 9.
       77  CONV-CONT       PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           OPEN INPUT EMPMSTO.
           IF EMO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMST.OLD, STATUS: "
                       EMO-STATUS
               DISPLAY "RENOMBRE EMPMST.DAT A EMPMST.OLD Y REINTENTE"
               STOP RUN
           END-IF.
           OPEN OUTPUT EMPMST.
           IF EMM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO CREAR EMPMST.DAT, STATUS: "
                       EMM-STATUS
               CLOSE EMPMSTO
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO EMO-REG.
           START EMPMSTO KEY NOT < EMO-NOMI
               INVALID KEY
                   MOVE 1 TO EMO-EOF-SW
               NOT INVALID KEY
                   MOVE 0 TO EMO-EOF-SW
           END-START.
           IF EMO-EOF-SW = 0
               PERFORM LEE-EMPMSTO
           END-IF.
           PERFORM CONVIERTE-EMPLEADO UNTIL EMO-EOF-SW = 1.
           CLOSE EMPMSTO, EMPMST.
           DISPLAY "REGISTROS CONVERTIDOS: " CONV-CONT.
           STOP RUN.

      *--------------------- LEE SIGUIENTE VIEJO ---------------------
       LEE-EMPMSTO.
           READ EMPMSTO NEXT RECORD
               AT END
                   MOVE 1 TO EMO-EOF-SW
           END-READ.

      *-------------- CONVIERTE UN REGISTRO DE EMPLEADO --------------
       CONVIERTE-EMPLEADO.
           MOVE EMO-NOMI   TO EMM-NOMI.
           MOVE EMO-NOMB   TO EMM-NOMB.
           MOVE EMO-DEPT   TO EMM-DEPT.
           MOVE EMO-ALTA   TO EMM-ALTA.
           MOVE EMO-ESTADO TO EMM-ESTADO.
           MOVE 0          TO EMM-SUELDO.
           MOVE 0          TO EMM-BAJA-FEC.
           MOVE SPACES     TO EMM-BAJA-MOT.
           MOVE 0          TO EMM-BAJA-VAC.
           MOVE SPACE      TO EMM-FIN-EST.
           MOVE "M"        TO EMM-FREC.
           MOVE SPACES     TO EMM-RFC.
           MOVE SPACES     TO EMM-CURP.
           MOVE SPACES     TO EMM-NSS.
           MOVE SPACES     TO EMM-CP-FIS.
           WRITE EMM-REG.
           ADD 1 TO CONV-CONT.
           PERFORM LEE-EMPMSTO.

       END PROGRAM 5EMPMCV.
