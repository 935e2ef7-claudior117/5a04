002000*    IFUPOSL with the counts and the accepted totals per
002100*    station, to tick against the POS end-of-day sheet before
002200*    the reconciliation runs.
002210*    Runs on its own or as a step of the end-of-day chain
002220*    IFUEOD, which reads its return code: 0 every line accepted,
002230*    4 some lines rejected or an empty drop, 8 the whole drop
002240*    rejected, 12 a file could not be opened.
002300*
002400*    MODIFICATION HISTORY.
002500*    DATE       INIT DESCRIPTION
002630*                    (DIA-TRUNCA), LIKE THE DOCUMENT TABLE:
002640*                    A SILENT TRUNCATION WOULD LET A RE-SENT
002650*                    DAY LOAD WITHOUT COMPLAINT.
002660*    2026-10-15 SIS  REFUSE LINES DATED IN A MONTH SEALED IN THE
002670*                    PERIOD-STATUS FILE IFUPER (IFUPERC); THEY
002680*                    GO TO IFUVTAR AS "PERIODO SELLADO".
002682*    2026-10-15 SIS  END WITH GOBACK AND A RETURN CODE (0 ALL
002684*                    ACCEPTED, 4 SOME REJECTED OR EMPTY DROP, 8
002686*                    WHOLE DROP REJECTED, 12 A FILE WOULD NOT
002688*                    OPEN) SO THE END-OF-DAY CHAIN IFUEOD CAN
002690*                    CALL IT AND SKIP WHAT DEPENDS ON THE DROP.
002700******************************************************************
002800 ENVIRONMENT     DIVISION.
002900 CONFIGURATION   SECTION.
008600 77  REG-LEIDOS           PIC 9(07) COMP  VALUE 0.
008700 77  REG-ACEPTADOS        PIC 9(07) COMP  VALUE 0.
008800 77  REG-RECHAZADOS       PIC 9(07) COMP  VALUE 0.
008810 77  REG-SELLADOS         PIC 9(07) COMP  VALUE 0.
008820 77  ARRANQUE-MAL-SW      PIC X(01)       VALUE "N".
008830     88  ARRANQUE-MAL                     VALUE "S".
008900 01  MOTIVO-RECHAZO          PIC X(30).
009000 01  TOT-ACEPTADO            PIC S9(13)V99 VALUE 0.
009010******************************************************************
009020*    PERIOD-STATUS REQUEST AREA FOR IFUPERC.
009030******************************************************************
009040 COPY IFUPERS.
009100******************************************************************
009200*    ACTIVE STATIONS LOADED FROM IFUCFG.
009300******************************************************************
018500         UNTIL ENT-EOF.
018600     PERFORM 3000-TOTALES THRU 3000-TOTALES-EXIT.
018700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
018800     GOBACK.
018900******************************************************************
019000*    1000-INICIALIZAR.
019100*    OPEN THE DROP, LOAD THE STATION LIST AND WHAT THE LIVE
019800         DISPLAY "IFUPOS: NO SE PUDO ABRIR IFUVTAD, ESTADO "
019900             ENT-FILE-STATUS
020000         SET ENT-EOF TO TRUE
020010         SET ARRANQUE-MAL TO TRUE
020100         GO TO 1000-INICIALIZAR-EXIT
020200     END-IF.
020300     OPEN INPUT CFG-FILE.
021000         DISPLAY "IFUPOS: NO SE PUDO ABRIR IFUCFG, ESTADO "
021100             CFG-FILE-STATUS
021200         SET ENT-EOF TO TRUE
021210         SET ARRANQUE-MAL TO TRUE
021300         GO TO 1000-INICIALIZAR-EXIT
021400     END-IF.
021500     OPEN INPUT VTA-FILE.
022500             DISPLAY "IFUPOS: NO SE PUDO ABRIR IFUVTA, ESTADO "
022600                 VTA-FILE-STATUS
022700             SET ENT-EOF TO TRUE
022710             SET ARRANQUE-MAL TO TRUE
022800             GO TO 1000-INICIALIZAR-EXIT
022900         END-IF
023000     END-IF.
023400         DISPLAY "IFUPOS: NO SE PUDO EXTENDER IFUVTA, ESTADO "
023500             VTA-FILE-STATUS
023600         SET ENT-EOF TO TRUE
023610         SET ARRANQUE-MAL TO TRUE
023700         GO TO 1000-INICIALIZAR-EXIT
023800     END-IF.
023900     OPEN EXTEND RCH-FILE.
024200         DISPLAY "IFUPOS: NO SE PUDO ABRIR IFUVTAR, ESTADO "
024300             RCH-FILE-STATUS
024400         SET ENT-EOF TO TRUE
024410         SET ARRANQUE-MAL TO TRUE
024500         GO TO 1000-INICIALIZAR-EXIT
024600     END-IF.
024700     OPEN OUTPUT REP-FILE.
024900         DISPLAY "IFUPOS: NO SE PUDO ABRIR IFUPOSL, ESTADO "
025000             REP-FILE-STATUS
025100         SET ENT-EOF TO TRUE
025110         SET ARRANQUE-MAL TO TRUE
025200         GO TO 1000-INICIALIZAR-EXIT
025300     END-IF.
025400     WRITE REP-LINEA FROM CAB-LINEA1.
035100         MOVE "FECHA NO NUMERICA" TO MOTIVO-RECHAZO
035200         GO TO 2100-VALIDAR-LINEA-EXIT
035300     END-IF.
035310     MOVE "C" TO PRS-ACCION.
035320     DIVIDE ENT-FECHA BY 100 GIVING PRS-PERIODO.
035330     MOVE "IFUPOS" TO PRS-SOLICITANTE.
035340     CALL "IFUPERC" USING PRS-SOLICITUD.
035350     IF PRS-ERROR THEN
035360         MOVE "ESTADO DE PERIODO ILEGIBLE" TO MOTIVO-RECHAZO
035370         ADD 1 TO REG-SELLADOS
035380         GO TO 2100-VALIDAR-LINEA-EXIT
035390     END-IF.
035391     IF PRS-SELLADO THEN
035392         MOVE "PERIODO SELLADO" TO MOTIVO-RECHAZO
035393         ADD 1 TO REG-SELLADOS
035394         GO TO 2100-VALIDAR-LINEA-EXIT
035395     END-IF.
035400     IF ENT-DOCUMENTO IS NOT NUMERIC OR ENT-DOCUMENTO = 0 THEN
035500         MOVE "DOCUMENTO NO NUMERICO" TO MOTIVO-RECHAZO
035600         GO TO 2100-VALIDAR-LINEA-EXIT
051300     MOVE "LINEAS RECHAZADAS" TO CNT-TEXTO.
051400     MOVE REG-RECHAZADOS TO CNT-VALOR.
051500     WRITE REP-LINEA FROM CNT-LINEA.
051510     MOVE "  DE ELLAS, EN PERIODO SELLADO" TO CNT-TEXTO.
051520     MOVE REG-SELLADOS TO CNT-VALOR.
051530     WRITE REP-LINEA FROM CNT-LINEA.
051600     MOVE "IMPORTE TOTAL ACEPTADO" TO IMP-TEXTO.
051700     MOVE TOT-ACEPTADO TO IMP-VALOR.
051800     WRITE REP-LINEA FROM IMP-LINEA.
060600         " ACEPTADAS " REG-ACEPTADOS
060700         " RECHAZADAS " REG-RECHAZADOS
060800         ", VER IFUPOSL".
060810     IF REG-SELLADOS > 0 THEN
060820         DISPLAY "IFUPOS: " REG-SELLADOS " LINEAS RECHAZADAS POR "
060830             "PERIODO SELLADO (IFUPMNT), VER IFUVTAR"
060840     END-IF.
060842     EVALUATE TRUE
060844         WHEN ARRANQUE-MAL
060846             MOVE 12 TO RETURN-CODE
060848         WHEN REG-LEIDOS = 0
060850             MOVE 4 TO RETURN-CODE
060852         WHEN REG-ACEPTADOS = 0
060854             MOVE 8 TO RETURN-CODE
060856         WHEN REG-RECHAZADOS > 0
060858             MOVE 4 TO RETURN-CODE
060860         WHEN OTHER
060862             MOVE 0 TO RETURN-CODE
060864     END-EVALUATE.
060900 9000-FINALIZAR-EXIT.
061000     EXIT.
061100 END PROGRAM     IFUPOS.
