      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 22/08/2026
      * Purpose: Conversion unica de EMSYTD al formato con ISR
      *          retenido anual y por mes. Renombre EMSYTD.DAT a
      *          EMSYTD.OLD y corra este programa: genera EMSYTD.DAT
      *          nuevo con los acumulados anuales y las cubetas
      *          mensuales intactos y el ISR retenido en ceros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 YTO-PERC     PIC 9(09)V99.
           02 YTO-DEDU     PIC 9(09).
           02 YTO-SALA     PIC S9(09)V99.
           02 YTO-MES-TAB.
               03 YTO-MES-ROW OCCURS 12 TIMES.
                   04 YTO-M-PERC PIC 9(07)V99.
                   04 YTO-M-DEDU PIC 9(07).
                   04 YTO-M-SALA PIC S9(07)V99.
       FD  EMSYTD.
       01  YTD-REG.
           02 YTD-KEY.
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
       WORKING-STORAGE SECTION.

       77  YTO-STATUS      PIC XX.
           MOVE YTO-PERC TO YTD-PERC.
           MOVE YTO-DEDU TO YTD-DEDU.
           MOVE YTO-SALA TO YTD-SALA.
           MOVE 0 TO YTD-ISR.
           PERFORM VARYING MES-SUB FROM 1 BY 1 UNTIL MES-SUB > 12
               MOVE YTO-M-PERC(MES-SUB) TO YTD-M-PERC(MES-SUB)
               MOVE YTO-M-DEDU(MES-SUB) TO YTD-M-DEDU(MES-SUB)
               MOVE YTO-M-SALA(MES-SUB) TO YTD-M-SALA(MES-SUB)
               MOVE 0 TO YTD-M-ISR(MES-SUB)
           END-PERFORM.
           WRITE YTD-REG.
           ADD 1 TO CONV-CONT.
