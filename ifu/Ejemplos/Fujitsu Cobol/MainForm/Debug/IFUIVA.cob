002330*                    IFUZDTH<AAAAMM> FILE BEFORE THE LIVE ONE,
002340*                    SO THE BOOK OF AN ARCHIVED MONTH IS STILL
002350*                    ONE RUN.
002360*    2026-10-15 SIS  RECORD THE BOOK AS ISSUED FOR THE MONTH IN
002370*                    THE PERIOD-STATUS FILE IFUPER (IFUPERC)
002380*                    ONCE THE MONTH IS OVER.
002382*    2026-10-15 SIS  DO NOT RECORD THE BOOK AS ISSUED WHEN THE
002384*                    MONTH'S HISTORY FILE EXISTS BUT COULD NOT BE
002386*                    OPENED, SINCE ITS ARCHIVED CLOSURES ARE
002388*                    MISSING FROM THE BOOK.
002400******************************************************************
002500 ENVIRONMENT     DIVISION.
002600 CONFIGURATION   SECTION.
004352     88  HST-EOF                          VALUE "Y".
004353 77  FECHA-HOY            PIC 9(08)       VALUE 0.
004354 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
004360******************************************************************
004370*    PERIOD-STATUS REQUEST AREA FOR IFUPERC.
004380******************************************************************
004390 COPY IFUPERS.
004400******************************************************************
004500*    SWITCHES AND COUNTERS.
004600******************************************************************
039300*    9000-FINALIZAR.
039400******************************************************************
039500 9000-FINALIZAR.
039550     PERFORM 9100-REGISTRAR-LIBRO THRU 9100-REGISTRAR-LIBRO-EXIT.
039600     IF ZDT-FILE-STATUS = "00" OR ZDT-FILE-STATUS = "10" THEN
039700         CLOSE ZDT-FILE
039800     END-IF.
040300         CIERRES-LISTADOS " CIERRES".
040400 9000-FINALIZAR-EXIT.
040500     EXIT.
040510******************************************************************
040520*    9100-REGISTRAR-LIBRO.
040530*    A COMPLETE BOOK OF A MONTH THAT IS OVER MOVES THE MONTH TO
040540*    BOOK ISSUED IN IFUPER. A SEALED MONTH CAN BE REPRINTED BUT
040550*    ITS STATUS IS NOT TOUCHED.
040552*    NOR IS IT RECORDED WHEN THE MONTH'S HISTORY FILE WOULD NOT
040554*    OPEN (1500): THE BOOK THEN LACKS THE ARCHIVED CLOSURES. NO
040556*    FILE AT ALL (05) IS FINE, THE MONTH WAS NEVER ARCHIVED.
040560******************************************************************
040570 9100-REGISTRAR-LIBRO.
040580     IF PERIODO = 0 OR PERIODO >= PERIODO-ACTUAL
040590             OR REP-FILE-STATUS NOT = "00" THEN
040600         GO TO 9100-REGISTRAR-LIBRO-EXIT
040610     END-IF.
040620     IF ZDT-FILE-STATUS NOT = "00" AND ZDT-FILE-STATUS NOT = "10"
040630             AND ZDT-FILE-STATUS NOT = "05" THEN
040640         GO TO 9100-REGISTRAR-LIBRO-EXIT
040650     END-IF.
040651     IF HST-ZDT-STATUS NOT = "00"
040652             AND HST-ZDT-STATUS NOT = "05" THEN
040653         DISPLAY "IFUIVA: LIBRO INCOMPLETO, EL PERIODO " PERIODO
040654             " NO SE REGISTRA EN IFUPER"
040655         GO TO 9100-REGISTRAR-LIBRO-EXIT
040656     END-IF.
040660     MOVE "L" TO PRS-ACCION.
040670     MOVE PERIODO TO PRS-PERIODO.
040680     MOVE "IFUIVA" TO PRS-SOLICITANTE.
040690     CALL "IFUPERC" USING PRS-SOLICITUD.
040700     EVALUATE TRUE
040710         WHEN PRS-RECHAZADO
040720             DISPLAY "IFUIVA: EL PERIODO " PERIODO
040730                 " ESTA SELLADO, SU ESTADO NO CAMBIA"
040740         WHEN PRS-ERROR
040750             DISPLAY "IFUIVA: NO SE PUDO REGISTRAR EL LIBRO EN "
040760                 "IFUPER"
040770         WHEN OTHER
040780             DISPLAY "IFUIVA: PERIODO " PERIODO " REGISTRADO, "
040790                 "ESTADO " PRS-ESTADO
040800     END-EVALUATE.
040810 9100-REGISTRAR-LIBRO-EXIT.
040820     EXIT.
040900 END PROGRAM     IFUIVA.
