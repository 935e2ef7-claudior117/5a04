001900*    IFUDOCSL listing - the trace a ticket issued after the Z
002000*    or a POS export that dropped lines leaves behind, which
002100*    the amount-level tolerance check can absorb unseen.
002110*    Runs on its own or as a step of the end-of-day chain
002120*    IFUEOD, which supplies the night as the date range instead
002130*    of the console and reads the return code: 0 no anomalies,
002140*    4 anomalies listed, 12 a file could not be opened.
002200*
002300*    MODIFICATION HISTORY.
002400*    DATE       INIT DESCRIPTION
002500*    2026-09-01 SIS  Original document-level reconciliation.
002510*    2026-10-15 SIS  TAKE THE DATE RANGE FROM THE END-OF-DAY
002520*                    CHAIN IFUEOD (IFUEODS) WHEN CALLED BY IT; END
002530*                    WITH GOBACK AND A RETURN CODE (0 CLEAN, 4
002540*                    ANOMALIES, 12 A FILE WOULD NOT OPEN).
002600******************************************************************
002700 ENVIRONMENT     DIVISION.
002800 CONFIGURATION   SECTION.
006100 77  FALTANTES-HALLADOS   PIC 9(05) COMP  VALUE 0.
006200 77  DUPLICADOS-HALLADOS  PIC 9(05) COMP  VALUE 0.
006300 77  RANGOS-INVALIDOS     PIC 9(05) COMP  VALUE 0.
006310 77  ARRANQUE-MAL-SW      PIC X(01)       VALUE "N".
006320     88  ARRANQUE-MAL                     VALUE "S".
006400 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
006500 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
006600 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
006900******************************************************************
007000 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
007100 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
007110******************************************************************
007120*    DATE RANGE HANDED OVER BY THE END-OF-DAY CHAIN.
007130******************************************************************
007140 COPY IFUEODS.
007200******************************************************************
007300*    DECLARED DOCUMENT RANGES, TWO SLOTS AT MOST PER Z (ONE
007400*    FOR THE INVOICES, ONE FOR THE CREDIT NOTES). A RANGE
017400         THRU 5000-CONTROLAR-RANGOS-EXIT.
017500     PERFORM 6000-RESUMEN THRU 6000-RESUMEN-EXIT.
017600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
017700     GOBACK.
017800******************************************************************
017900*    1000-INICIALIZAR.
018000******************************************************************
018100 1000-INICIALIZAR.
018110     IF EOD-EN-CADENA THEN
018120         MOVE EOD-FECHA-DESDE TO FECHA-DESDE
018130         MOVE EOD-FECHA-HASTA TO FECHA-HASTA
018140     ELSE
018200         DISPLAY "IFUDOCS: FECHA DESDE (AAAAMMDD)"
018300         ACCEPT FECHA-DESDE
018400         DISPLAY "IFUDOCS: FECHA HASTA (AAAAMMDD)"
018500         ACCEPT FECHA-HASTA
018600         IF FECHA-HASTA = 0 THEN
018700             MOVE 99999999 TO FECHA-HASTA
018800         END-IF
018850     END-IF.
018900     OPEN INPUT VTA-FILE.
019000     IF VTA-FILE-STATUS NOT = "00" THEN
019100         DISPLAY "IFUDOCS: NO SE PUDO ABRIR IFUVTA, ESTADO "
019200             VTA-FILE-STATUS
019300         SET VTA-EOF TO TRUE
019310         SET ARRANQUE-MAL TO TRUE
019400     END-IF.
019500     OPEN INPUT ZDT-FILE.
019600     IF ZDT-FILE-STATUS NOT = "00"
019800         DISPLAY "IFUDOCS: NO SE PUDO ABRIR IFUZDET, ESTADO "
019900             ZDT-FILE-STATUS
020000         SET ZDT-EOF TO TRUE
020010         SET ARRANQUE-MAL TO TRUE
020100     END-IF.
020200     IF ZDT-FILE-STATUS = "05" THEN
020300         CLOSE ZDT-FILE
020900             REP-FILE-STATUS
021000         SET VTA-EOF TO TRUE
021100         SET ZDT-EOF TO TRUE
021110         SET ARRANQUE-MAL TO TRUE
021200     END-IF.
021300     MOVE FECHA-DESDE TO CAB2-DESDE.
021400     MOVE FECHA-HASTA TO CAB2-HASTA.
054800         " FALTANTES " FALTANTES-HALLADOS
054900         " DUPLICADOS " DUPLICADOS-HALLADOS
055000         ", VER IFUDOCSL".
055005     EVALUATE TRUE
055010         WHEN ARRANQUE-MAL
055015             MOVE 12 TO RETURN-CODE
055020         WHEN HUERFANOS-HALLADOS > 0
055025                 OR FALTANTES-HALLADOS > 0
055030                 OR DUPLICADOS-HALLADOS > 0
055035                 OR RANGOS-INVALIDOS > 0
055040             MOVE 4 TO RETURN-CODE
055045         WHEN OTHER
055050             MOVE 0 TO RETURN-CODE
055055     END-EVALUATE.
055100 9000-FINALIZAR-EXIT.
055200     EXIT.
055300 END PROGRAM     IFUDOCS.
