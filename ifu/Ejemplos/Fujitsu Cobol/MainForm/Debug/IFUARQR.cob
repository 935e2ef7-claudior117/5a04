001700*    Z. The Z side comes from the indexed master IFUMST along
001800*    its date key (run IFULOAD to refresh it); when the master
001900*    cannot be opened the audit file IFUAUD is scanned instead.
001910*    Runs on its own or as a step of the end-of-day chain
001920*    IFUEOD, which supplies the night as the date range and the
001930*    step's limit instead of the console, and reads the return
001940*    code: 0 nothing to flag, 4 differences or missing counts
001950*    listed, 12 a file could not be opened.
002000*
002100*    MODIFICATION HISTORY.
002200*    DATE       INIT DESCRIPTION
002320*                    OWN LINE (ARQUEOS SIN CIERRE Z) INSTEAD OF
002330*                    INSIDE THE BEYOND-LIMIT TOTAL, WHICH THE
002340*                    SUPERVISOR READS AS MONEY OUT OF TOLERANCE.
002350*    2026-10-15 SIS  TAKE THE DATE RANGE AND LIMIT FROM THE
002360*                    END-OF-DAY CHAIN IFUEOD (IFUEODS) WHEN CALLED
002370*                    BY IT; END WITH GOBACK AND A RETURN CODE (0
002380*                    CLEAN, 4 SOMETHING FLAGGED, 12 A FILE WOULD
002390*                    NOT OPEN).
002400******************************************************************
002500 ENVIRONMENT     DIVISION.
002600 CONFIGURATION   SECTION.
007000 77  EXCESOS-HALLADOS     PIC 9(05) COMP  VALUE 0.
007100 77  DIAS-SIN-ARQUEO      PIC 9(05) COMP  VALUE 0.
007110 77  ARQUEOS-SIN-CIERRE   PIC 9(05) COMP  VALUE 0.
007120 77  ARRANQUE-MAL-SW      PIC X(01)       VALUE "N".
007130     88  ARRANQUE-MAL                     VALUE "S".
007200 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
007300 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
007400 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
007900 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
008000 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
008100 01  LIMITE-CENTAVOS         PIC 9(07)    VALUE 0.
008110******************************************************************
008120*    DATE RANGE AND LIMIT HANDED OVER BY THE END-OF-DAY CHAIN.
008130******************************************************************
008140 COPY IFUEODS.
008200 01  LIMITE                  PIC 9(09)V99 VALUE 0.
008300 01  ARQ-TOTAL-TRABAJO       PIC S9(11)V99 VALUE 0.
008400 01  DELTA-TRABAJO           PIC S9(11)V99 VALUE 0.
016200     PERFORM 4000-COMPARAR-LADOS
016300         THRU 4000-COMPARAR-LADOS-EXIT.
016400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
016500     GOBACK.
016600******************************************************************
016700*    1000-INICIALIZAR.
016800*    PERIOD AND LIMIT, THE COUNT FILE, AND THE Z SIDE: THE
016900*    INDEXED MASTER WHEN IT OPENS, THE AUDIT FILE OTHERWISE.
016910*    UNDER IFUEOD THE PERIOD AND LIMIT COME FROM THE CHAIN.
017000******************************************************************
017100 1000-INICIALIZAR.
017110     IF EOD-EN-CADENA THEN
017120         MOVE EOD-FECHA-DESDE TO FECHA-DESDE
017130         MOVE EOD-FECHA-HASTA TO FECHA-HASTA
017140         MOVE EOD-LIMITE TO LIMITE-CENTAVOS
017150     ELSE
017200         DISPLAY "IFUARQR: FECHA DESDE (AAAAMMDD)"
017300         ACCEPT FECHA-DESDE
017400         DISPLAY "IFUARQR: FECHA HASTA (AAAAMMDD)"
017500         ACCEPT FECHA-HASTA
017600         IF FECHA-HASTA = 0 THEN
017700             MOVE 99999999 TO FECHA-HASTA
017800         END-IF
017900         DISPLAY "IFUARQR: LIMITE DE DIFERENCIA EN CENTAVOS"
018000         ACCEPT LIMITE-CENTAVOS
018050     END-IF.
018100     DIVIDE LIMITE-CENTAVOS BY 100 GIVING LIMITE.
018200     OPEN INPUT ARQ-FILE.
018300     IF ARQ-FILE-STATUS = "05" THEN
018900             DISPLAY "IFUARQR: NO SE PUDO ABRIR IFUARQ, ESTADO "
019000                 ARQ-FILE-STATUS
019100             SET ARQ-EOF TO TRUE
019110             SET ARRANQUE-MAL TO TRUE
019200         END-IF
019300     END-IF.
019400     OPEN INPUT MST-FILE.
020600         DISPLAY "IFUARQR: NO SE PUDO ABRIR IFUARQRL, ESTADO "
020700             REP-FILE-STATUS
020800         SET ARQ-EOF TO TRUE
020810         SET ARRANQUE-MAL TO TRUE
020900     END-IF.
021000     MOVE FECHA-DESDE TO CAB2-DESDE.
021100     MOVE FECHA-HASTA TO CAB2-HASTA.
050000         " DIAS SIN ARQUEO " DIAS-SIN-ARQUEO
050010         " ARQUEOS SIN CIERRE " ARQUEOS-SIN-CIERRE
050100         ", VER IFUARQRL".
050105     EVALUATE TRUE
050110         WHEN ARRANQUE-MAL
050115             MOVE 12 TO RETURN-CODE
050120         WHEN EXCESOS-HALLADOS > 0
050125                 OR DIAS-SIN-ARQUEO > 0
050130                 OR ARQUEOS-SIN-CIERRE > 0
050135             MOVE 4 TO RETURN-CODE
050140         WHEN OTHER
050145             MOVE 0 TO RETURN-CODE
050150     END-EVALUATE.
050200 9000-FINALIZAR-EXIT.
050300     EXIT.
050400 END PROGRAM     IFUARQR.
