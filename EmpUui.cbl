      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/2026
      * Purpose: Carga la respuesta del proveedor de timbrado
      *          CFDIUUID.DAT contra los folios de CFDIMST generados
      *          por 5EMPCFD. Un folio timbrado (T) guarda su UUID y
      *          la fecha de timbrado; uno rechazado (R) guarda el
      *          motivo para corregir y regenerar. Folios inexistentes,
      *          UUID distinto sobre un folio ya timbrado y respuestas
      *          invalidas van a UUILOG.TXT, con el total de folios
      *          que siguen pendientes de timbrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EMPUUI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFDIUUID ASSIGN TO "CFDIUUID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UUI-STATUS.
           SELECT CFDIMST ASSIGN TO "CFDIMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFM-FOLIO
               FILE STATUS IS CFM-STATUS.
           SELECT UUILOG ASSIGN TO "UUILOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFDIUUID.
       01  UUI-REG.
           02 UUI-FOLIO        PIC 9(11).
           02 UUI-ESTADO       PIC X.
           02 UUI-UUID         PIC X(36).
           02 UUI-FEC-TIM      PIC X(19).
           02 UUI-MOTIVO       PIC X(40).
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
       FD  UUILOG.
       01  LOG-REG PIC X(100).
       WORKING-STORAGE SECTION.

       77  UUI-STATUS      PIC XX.
       77  CFM-STATUS      PIC XX.
       77  UUI-EOF         PIC 9.
       77  CFM-EOF         PIC 9.
       77  CFM-FND         PIC 9.
       77  LEI-CONT        PIC 9(06) VALUE 0.
       77  TIM-CONT        PIC 9(06) VALUE 0.
       77  REC-CONT        PIC 9(06) VALUE 0.
       77  DUP-CONT        PIC 9(06) VALUE 0.
       77  ERR-CONT        PIC 9(06) VALUE 0.
       77  PEN-CONT        PIC 9(06) VALUE 0.
       77  RCH-CONT        PIC 9(06) VALUE 0.
       77  ERR-MOTIVO      PIC X(40).
       01  FECHA.
           02 FEC-AA   PIC 99.
           02 FEC-MM   PIC 99.
           02 FEC-DD   PIC 99.

       PROCEDURE DIVISION.
      *---------------------------- Main ----------------------------
       MAIN-PROCEDURE.
           ACCEPT FECHA FROM DATE.
           OPEN INPUT CFDIUUID.
           IF UUI-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO DE RESPUESTA CFDIUUID.DAT,"
                       " NADA QUE CARGAR"
               STOP RUN
           END-IF.
           OPEN I-O CFDIMST.
           IF CFM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CFDIMST, STATUS: " CFM-STATUS
               DISPLAY "CORRA PRIMERO 5EMPCFD, CARGA CANCELADA"
               CLOSE CFDIUUID
               STOP RUN
           END-IF.
           OPEN OUTPUT UUILOG.
           MOVE SPACES TO LOG-REG.
           STRING "CARGA DE UUID DEL " FEC-DD "/" FEC-MM "/20" FEC-AA
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE 0 TO UUI-EOF.
           PERFORM LEE-CFDIUUID.
           PERFORM PROCESA-RESPUESTA UNTIL UUI-EOF = 1.
           PERFORM CUENTA-PENDIENTES.
           PERFORM GRABA-RESUMEN.
           CLOSE CFDIUUID, CFDIMST, UUILOG.
           DISPLAY "RESPUESTAS: " LEI-CONT " TIMBRADOS: " TIM-CONT
                   " RECHAZADOS: " REC-CONT " REPETIDOS: " DUP-CONT
                   " ERRORES: " ERR-CONT.
           DISPLAY "FOLIOS PENDIENTES DE TIMBRAR: " PEN-CONT
                   " RECHAZADOS POR CORREGIR: " RCH-CONT.
           STOP RUN.

       LEE-CFDIUUID.
           READ CFDIUUID AT END MOVE 1 TO UUI-EOF.

      *---------- APLICA UNA RESPUESTA DEL PROVEEDOR ----------
       PROCESA-RESPUESTA.
           ADD 1 TO LEI-CONT.
           MOVE SPACES TO ERR-MOTIVO.
           MOVE 0 TO CFM-FND.
           IF UUI-FOLIO IS NUMERIC
               MOVE UUI-FOLIO TO CFM-FOLIO
               READ CFDIMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO CFM-FND
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN UUI-FOLIO IS NOT NUMERIC
                   MOVE "FOLIO INVALIDO" TO ERR-MOTIVO
               WHEN CFM-FND = 0
                   MOVE "FOLIO NO EXISTE EN CFDIMST" TO ERR-MOTIVO
               WHEN UUI-ESTADO = "T"
                   PERFORM APLICA-TIMBRE
               WHEN UUI-ESTADO = "R"
                   PERFORM APLICA-RECHAZO
               WHEN OTHER
                   MOVE "ESTADO DE RESPUESTA INVALIDO" TO ERR-MOTIVO
           END-EVALUATE.
           IF ERR-MOTIVO NOT = SPACES
               ADD 1 TO ERR-CONT
               MOVE SPACES TO LOG-REG
               STRING "FOLIO " UUI-FOLIO " " UUI-ESTADO " "
                      UUI-UUID " " ERR-MOTIVO
                      DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.
           PERFORM LEE-CFDIUUID.

      *---------- FOLIO TIMBRADO: GUARDA UUID Y FECHA ----------
       APLICA-TIMBRE.
           EVALUATE TRUE
               WHEN UUI-UUID = SPACES
                   MOVE "TIMBRADO SIN UUID" TO ERR-MOTIVO
               WHEN CFM-ESTADO = "T" AND CFM-UUID = UUI-UUID
                   ADD 1 TO DUP-CONT
               WHEN CFM-ESTADO = "T"
                   MOVE "FOLIO YA TIMBRADO CON OTRO UUID"
                     TO ERR-MOTIVO
               WHEN OTHER
                   MOVE "T"         TO CFM-ESTADO
                   MOVE UUI-UUID    TO CFM-UUID
                   MOVE UUI-FEC-TIM TO CFM-FEC-TIM
                   MOVE SPACES      TO CFM-MOTIVO
                   REWRITE CFM-REG
                   ADD 1 TO TIM-CONT
           END-EVALUATE.

      *---------- FOLIO RECHAZADO: GUARDA MOTIVO ----------
       APLICA-RECHAZO.
           IF CFM-ESTADO = "T"
               MOVE "RECHAZO SOBRE FOLIO YA TIMBRADO" TO ERR-MOTIVO
           ELSE
               MOVE "R"        TO CFM-ESTADO
               MOVE UUI-MOTIVO TO CFM-MOTIVO
               REWRITE CFM-REG
               ADD 1 TO REC-CONT
               MOVE SPACES TO LOG-REG
               STRING "FOLIO " UUI-FOLIO " NOMINA " CFM-NOMI
                      " RECHAZADO: " UUI-MOTIVO
                      DELIMITED BY SIZE INTO LOG-REG
               WRITE LOG-REG
           END-IF.

      *---------- FOLIOS QUE SIGUEN SIN TIMBRE ----------
       CUENTA-PENDIENTES.
           MOVE 0 TO CFM-FOLIO.
           START CFDIMST KEY NOT < CFM-FOLIO
               INVALID KEY
                   MOVE 1 TO CFM-EOF
               NOT INVALID KEY
                   MOVE 0 TO CFM-EOF
           END-START.
           PERFORM UNTIL CFM-EOF = 1
               READ CFDIMST NEXT
                   AT END
                       MOVE 1 TO CFM-EOF
                   NOT AT END
                       IF CFM-ESTADO = "G"
                           ADD 1 TO PEN-CONT
                       END-IF
                       IF CFM-ESTADO = "R"
                           ADD 1 TO RCH-CONT
                       END-IF
               END-READ
           END-PERFORM.

      *------------------- RESUMEN DE LA BITACORA -------------------
       GRABA-RESUMEN.
           MOVE SPACES TO LOG-REG.
           STRING "RESPUESTAS: " LEI-CONT " TIMBRADOS: " TIM-CONT
                  " RECHAZADOS: " REC-CONT " REPETIDOS: " DUP-CONT
                  " ERRORES: " ERR-CONT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.
           MOVE SPACES TO LOG-REG.
           STRING "FOLIOS PENDIENTES DE TIMBRAR: " PEN-CONT
                  " RECHAZADOS POR CORREGIR: " RCH-CONT
                  DELIMITED BY SIZE INTO LOG-REG.
           WRITE LOG-REG.

       END PROGRAM 5EMPUUI.
