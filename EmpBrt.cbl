      * Date: 02/09/2026
      * Purpose: Procesa el archivo de retornos del banco contra los
      *          pagos enviados: la dispersion mensual BANCDISP.TXT,
      *          la redispersion BANCDISP.SUP, el suplemento
      *          SUPDISP.TXT y los finiquitos FINDISP.TXT. Marca la
      *          cuenta rechazada en BANCMST y encola el pago fallido
      *          en REDISP.DAT para una corrida suplementaria con
      *          5EMPRDP. Los retornos se indexan en un archivo de
      *          trabajo, sin tope de registros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUPDISP ASSIGN TO "SUPDISP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDI-STATUS.
           SELECT FINDISP ASSIGN TO "FINDISP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FDI-STATUS.
           SELECT BANCMST ASSIGN TO "BANCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  BSU-REG PIC X(37).
       FD  SUPDISP.
       01  SDI-REG PIC X(37).
       FD  FINDISP.
       01  FDI-REG PIC X(37).
       FD  BANCMST.
       01  BNC-REG.
           02 BNC-NOMI     PIC 9(06).
       77  BDI-STATUS      PIC XX.
       77  BSU-STATUS      PIC XX.
       77  SDI-STATUS      PIC XX.
       77  FDI-STATUS      PIC XX.
       77  BNC-STATUS      PIC XX.
       77  RDP-STATUS      PIC XX.
       77  RET-CONT        PIC 9(06) VALUE 0.
           PERFORM PROCESA-BANCDISP.
           PERFORM PROCESA-BANCSUP.
           PERFORM PROCESA-SUPDISP.
           PERFORM PROCESA-FINDISP.
           IF DISP-FND-SW = 0
               MOVE "SIN ARCHIVOS DE DISPERSION, NADA CONTRA QUE"
                 TO LOG-REG
               CLOSE SUPDISP
           END-IF.

      *------- CRUZA LOS FINIQUITOS CON LOS RETORNOS -------
       PROCESA-FINDISP.
           OPEN INPUT FINDISP.
           IF FDI-STATUS = "00"
               MOVE 1 TO DISP-FND-SW
               PERFORM UNTIL FDI-STATUS NOT = "00"
                   READ FINDISP
                       AT END
                           MOVE "10" TO FDI-STATUS
                       NOT AT END
                           MOVE FDI-REG TO PAG-REG
                           IF PAG-TIPO = "D"
                               PERFORM PROCESA-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINDISP
           END-IF.

      *---------- UN PAGO ENVIADO CONTRA LOS RETORNOS ----------
       PROCESA-DETALLE.
           MOVE PAG-NOMI  TO RTW-NOMI.
