001300*    whose two totals differ beyond the keyed tolerance is
001400*    listed with both amounts and the delta. A station/day that
001500*    appears on only one side is listed as missing on the other.
001510*    Runs on its own or as a step of the end-of-day chain
001520*    IFUEOD, which supplies the night as the period and the
001530*    step's tolerance instead of the console, and reads the
001540*    return code: 0 no differences, 4 differences listed, 12 a
001550*    file could not be opened.
001600*
001700*    MODIFICATION HISTORY.
001800*    DATE       INIT DESCRIPTION
001950*                    A RANGE CROSSING THE ARCHIVE BOUNDARY IS
001960*                    ONE RUN. A ZERO FECHA-DESDE STILL MEANS
001970*                    "LIVE FILE ONLY", AS BEFORE.
001975*    2026-10-15 SIS  TAKE THE PERIOD AND TOLERANCE FROM THE
001980*                    END-OF-DAY CHAIN IFUEOD (IFUEODS) WHEN CALLED
001985*                    BY IT; END WITH GOBACK AND A RETURN CODE (0
001990*                    CLEAN, 4 DIFFERENCES, 12 A FILE WOULD NOT
001995*                    OPEN).
002000******************************************************************
002100 ENVIRONMENT     DIVISION.
002200 CONFIGURATION   SECTION.
005200 77  TICKETS-LEIDOS       PIC 9(07) COMP  VALUE 0.
005300 77  CIERRES-LEIDOS       PIC 9(07) COMP  VALUE 0.
005400 77  DIFERENCIAS-HALLADAS PIC 9(05) COMP  VALUE 0.
005410 77  ARRANQUE-MAL-SW      PIC X(01)       VALUE "N".
005420     88  ARRANQUE-MAL                     VALUE "S".
005500 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
005600 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
005700 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
006600 01  TOLERANCIA              PIC 9(09)V99 VALUE 0.
006700 01  DELTA-TRABAJO           PIC S9(11)V99 VALUE 0.
006800 01  DELTA-ABSOLUTO          PIC 9(11)V99 VALUE 0.
006810******************************************************************
006820*    PERIOD AND TOLERANCE HANDED OVER BY THE END-OF-DAY CHAIN.
006830******************************************************************
006840 COPY IFUEODS.
006900******************************************************************
007000*    STATION/DAY ACCUMULATION TABLE. ONE SLOT PER STATION PER
007100*    DAY SEEN ON EITHER SIDE OF THE RECONCILIATION.
014300     PERFORM 4000-COMPARAR-LADOS
014400         THRU 4000-COMPARAR-LADOS-EXIT.
014500     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
014600     GOBACK.
014700******************************************************************
014800*    1000-INICIALIZAR.
014900*    ACCEPT THE PERIOD AND TOLERANCE, OPEN EVERY FILE.
014910*    UNDER IFUEOD BOTH COME FROM THE CHAIN INSTEAD.
015000******************************************************************
015100 1000-INICIALIZAR.
015110     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
015120     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
015130     IF EOD-EN-CADENA THEN
015140         MOVE EOD-FECHA-DESDE TO FECHA-DESDE
015150         MOVE EOD-FECHA-HASTA TO FECHA-HASTA
015160         MOVE EOD-LIMITE TO TOLERANCIA-CENTAVOS
015170     ELSE
015200         DISPLAY "IFURECON: FECHA DESDE (AAAAMMDD)"
015300         ACCEPT FECHA-DESDE
015400         DISPLAY "IFURECON: FECHA HASTA (AAAAMMDD)"
015500         ACCEPT FECHA-HASTA
015600         IF FECHA-HASTA = 0 THEN
015700             MOVE 99999999 TO FECHA-HASTA
015800         END-IF
015900         DISPLAY "IFURECON: TOLERANCIA EN CENTAVOS"
016000         ACCEPT TOLERANCIA-CENTAVOS
016050     END-IF.
016100     DIVIDE TOLERANCIA-CENTAVOS BY 100 GIVING TOLERANCIA.
016200     OPEN INPUT VTA-FILE.
016300     IF VTA-FILE-STATUS NOT = "00" THEN
016400         DISPLAY "IFURECON: NO SE PUDO ABRIR IFUVTA, ESTADO "
016500             VTA-FILE-STATUS
016600         SET VTA-EOF TO TRUE
016610         SET ARRANQUE-MAL TO TRUE
016700     END-IF.
016800     OPEN INPUT AUD-FILE.
016900     IF AUD-FILE-STATUS NOT = "00" THEN
017000         DISPLAY "IFURECON: NO SE PUDO ABRIR IFUAUD, ESTADO "
017100             AUD-FILE-STATUS
017200         SET AUD-EOF TO TRUE
017210         SET ARRANQUE-MAL TO TRUE
017300     END-IF.
017400     OPEN OUTPUT REP-FILE.
017500     IF REP-FILE-STATUS NOT = "00" THEN
017700             REP-FILE-STATUS
017800         SET VTA-EOF TO TRUE
017900         SET AUD-EOF TO TRUE
017910         SET ARRANQUE-MAL TO TRUE
018000     END-IF.
018100     MOVE FECHA-DESDE TO CAB2-DESDE.
018200     MOVE FECHA-HASTA TO CAB2-HASTA.
039200     END-IF.
039300     DISPLAY "IFURECON: DIFERENCIAS INFORMADAS "
039400         DIFERENCIAS-HALLADAS.
039410     EVALUATE TRUE
039420         WHEN ARRANQUE-MAL
039430             MOVE 12 TO RETURN-CODE
039440         WHEN DIFERENCIAS-HALLADAS > 0
039450             MOVE 4 TO RETURN-CODE
039460         WHEN OTHER
039470             MOVE 0 TO RETURN-CODE
039480     END-EVALUATE.
039500 9000-FINALIZAR-EXIT.
039600     EXIT.
039700 END PROGRAM     IFURECON.
