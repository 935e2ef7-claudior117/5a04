001200*    rewritten with the audit data rather than rejected, so the
001300*    master can be refreshed after every batch run or rebuilt
001400*    from scratch after deleting the file.
001410*    Runs on its own or as a step of the end-of-day chain
001420*    IFUEOD, which reads its return code: 0 loaded, 4 some
001430*    closures of a sealed month left out, 8 write errors on the
001440*    master, 12 a file could not be opened.
001500*
001600*    MODIFICATION HISTORY.
001700*    DATE       INIT DESCRIPTION
001800*    2026-08-21 SIS  Original master-load program.
001810*    2026-10-15 SIS  SKIP AUDIT RECORDS DATED IN A MONTH SEALED
001820*                    IN THE PERIOD-STATUS FILE IFUPER (IFUPERC),
001830*                    SO A RELOAD CANNOT CHANGE A FILED MONTH.
001840*    2026-10-15 SIS  END WITH GOBACK AND A RETURN CODE (0 LOADED,
001850*                    4 SEALED-MONTH CLOSURES LEFT OUT, 8 WRITE
001860*                    ERRORS, 12 A FILE WOULD NOT OPEN) SO THE
001870*                    END-OF-DAY CHAIN IFUEOD CAN CALL IT.
001900******************************************************************
002000 ENVIRONMENT     DIVISION.
002100 CONFIGURATION   SECTION.
004600 77  REG-ALTAS            PIC 9(07) COMP  VALUE 0.
004700 77  REG-REEMPLAZOS       PIC 9(07) COMP  VALUE 0.
004800 77  REG-ERRORES          PIC 9(07) COMP  VALUE 0.
004810 77  REG-SELLADOS         PIC 9(07) COMP  VALUE 0.
004812 77  ARRANQUE-MAL-SW      PIC X(01)       VALUE "N".
004814     88  ARRANQUE-MAL                     VALUE "S".
004820******************************************************************
004830*    PERIOD-STATUS REQUEST AREA FOR IFUPERC.
004840******************************************************************
004850 COPY IFUPERS.
004900 PROCEDURE       DIVISION.
005000******************************************************************
005100*    0000-MAINLINE.
005600         THRU 2000-CARGAR-CIERRES-EXIT
005700         UNTIL AUD-EOF.
005800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
005900     GOBACK.
006000******************************************************************
006100*    1000-INICIALIZAR.
006200******************************************************************
006600         DISPLAY "IFULOAD: NO SE PUDO ABRIR IFUAUD, ESTADO "
006700             AUD-FILE-STATUS
006800         SET AUD-EOF TO TRUE
006810         SET ARRANQUE-MAL TO TRUE
006900     END-IF.
007000     OPEN I-O MST-FILE.
007100     IF MST-FILE-STATUS NOT = "00" AND MST-FILE-STATUS NOT = "05"
007200         DISPLAY "IFULOAD: NO SE PUDO ABRIR IFUMST, ESTADO "
007300             MST-FILE-STATUS
007400         SET AUD-EOF TO TRUE
007410         SET ARRANQUE-MAL TO TRUE
007500     END-IF.
007600 1000-INICIALIZAR-EXIT.
007700     EXIT.
007800******************************************************************
007900*    2000-CARGAR-CIERRES.
008000*    ONE AUDIT RECORD PER PASS: WRITE IT UNDER ITS STATION/Z
008100*    KEY, OR REWRITE IT WHEN THE KEY IS ALREADY LOADED. A
008110*    RECORD OF A SEALED MONTH (OR ONE WHOSE STATUS CANNOT BE
008120*    READ) IS COUNTED AND LEFT OUT.
008200******************************************************************
008300 2000-CARGAR-CIERRES.
008400     READ AUD-FILE
008600             SET AUD-EOF TO TRUE
008700         NOT AT END
008800             ADD 1 TO REG-LEIDOS
008810             MOVE "C" TO PRS-ACCION
008820             DIVIDE AUD-FECHA BY 100 GIVING PRS-PERIODO
008830             MOVE "IFULOAD" TO PRS-SOLICITANTE
008840             CALL "IFUPERC" USING PRS-SOLICITUD
008850             IF PRS-SELLADO OR PRS-ERROR THEN
008860                 ADD 1 TO REG-SELLADOS
008870             ELSE
008900                 PERFORM 2100-GRABAR-MAESTRO
009000                     THRU 2100-GRABAR-MAESTRO-EXIT
009010             END-IF
009100     END-READ.
009200 2000-CARGAR-CIERRES-EXIT.
009300     EXIT.
013600         " ALTAS " REG-ALTAS
013700         " REEMPLAZOS " REG-REEMPLAZOS
013800         " ERRORES " REG-ERRORES.
013810     IF REG-SELLADOS > 0 THEN
013820         DISPLAY "IFULOAD: " REG-SELLADOS " CIERRES DE PERIODO "
013830             "SELLADO NO SE CARGARON (REABRIR CON IFUPMNT)"
013840     END-IF.
013845     EVALUATE TRUE
013850         WHEN ARRANQUE-MAL
013855             MOVE 12 TO RETURN-CODE
013860         WHEN REG-ERRORES > 0
013865             MOVE 8 TO RETURN-CODE
013870         WHEN REG-SELLADOS > 0
013875             MOVE 4 TO RETURN-CODE
013880         WHEN OTHER
013885             MOVE 0 TO RETURN-CODE
013890     END-EVALUATE.
013900 9000-FINALIZAR-EXIT.
014000     EXIT.
014100 END PROGRAM     IFULOAD.
