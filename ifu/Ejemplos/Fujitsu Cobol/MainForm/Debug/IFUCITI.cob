002391*                    MATCHING IFUZDTH<AAAAMM> DETAILS TOO. A
002392*                    ZERO FECHA-DESDE STILL MEANS "LIVE FILE
002393*                    ONLY", AS BEFORE.
002394*    2026-10-15 SIS  RECORD EVERY CLOSED MONTH WHOLLY INSIDE THE
002395*                    KEYED RANGE AS EXPORTED IN THE PERIOD-STATUS
002396*                    FILE IFUPER (IFUPERC).
002400******************************************************************
002500 ENVIRONMENT     DIVISION.
002600 CONFIGURATION   SECTION.
006159     05  PER-CUR-AAAA        PIC 9(04).
006160     05  PER-CUR-MM          PIC 9(02).
006161 01  PERIODO-CURSOR-N REDEFINES PERIODO-CURSOR PIC 9(06).
006162******************************************************************
006163*    PERIOD-STATUS REQUEST AREA FOR IFUPERC AND THE MONTH-END
006164*    DATE THAT DECIDES WHETHER THE LAST MONTH WAS WHOLLY
006165*    EXPORTED.
006166******************************************************************
006167 COPY IFUPERS.
006168 01  FECHA-LIMITE.
006169     05  FEC-LIM-AAAA        PIC 9(04).
006170     05  FEC-LIM-MM          PIC 9(02).
006171     05  FEC-LIM-DD          PIC 9(02).
006172 01  FECHA-LIMITE-N REDEFINES FECHA-LIMITE PIC 9(08).
006173 77  FECHA-ENTERA         PIC 9(08)       VALUE 0.
006200******************************************************************
006300*    SWITCHES AND COUNTERS.
006400******************************************************************
032600*    9000-FINALIZAR.
032700******************************************************************
032800 9000-FINALIZAR.
032850     PERFORM 9100-REGISTRAR-EXPORTACION
032860         THRU 9100-REGISTRAR-EXPORTACION-EXIT.
032900     IF CFG-FILE-STATUS = "00" OR CFG-FILE-STATUS = "10" THEN
033000         CLOSE CFG-FILE
033100     END-IF.
034200         " CIERRES, SIN PUNTO DE VENTA " REG-SIN-PUNTO.
034300 9000-FINALIZAR-EXIT.
034400     EXIT.
034410******************************************************************
034420*    9100-REGISTRAR-EXPORTACION.
034430*    A COMPLETE UPLOAD MOVES EVERY MONTH IT WHOLLY COVERS TO
034440*    EXPORTED IN IFUPER: FROM THE FIRST MONTH THAT STARTS INSIDE
034450*    THE RANGE TO THE LAST ONE THAT ENDS INSIDE IT, NEVER THE
034460*    CURRENT MONTH. AN OPEN-ENDED RANGE RECORDS NOTHING. THE
034470*    CALENDAR STEP NEEDS THE INTRINSIC DATE FUNCTIONS.
034480******************************************************************
034490 9100-REGISTRAR-EXPORTACION.
034500     IF FECHA-DESDE = 0 OR FECHA-HASTA = 99999999
034510             OR EXP-FILE-STATUS NOT = "00"
034520             OR REP-FILE-STATUS NOT = "00" THEN
034530         GO TO 9100-REGISTRAR-EXPORTACION-EXIT
034540     END-IF.
034550     IF AUD-FILE-STATUS NOT = "00"
034560             AND AUD-FILE-STATUS NOT = "10" THEN
034570         GO TO 9100-REGISTRAR-EXPORTACION-EXIT
034580     END-IF.
034590     PERFORM 2750-LIMITES-HISTORIA
034600         THRU 2750-LIMITES-HISTORIA-EXIT.
034610     MOVE FECHA-DESDE TO FECHA-LIMITE-N.
034620     IF FEC-LIM-DD NOT = 1 THEN
034630         PERFORM 2760-AVANZAR-PERIODO
034640             THRU 2760-AVANZAR-PERIODO-EXIT
034650     END-IF.
034660     MOVE FECHA-HASTA TO FECHA-LIMITE-N.
034670     MOVE 1 TO FEC-LIM-DD.
034680     IF FEC-LIM-MM = 12 THEN
034690         ADD 1 TO FEC-LIM-AAAA
034700         MOVE 1 TO FEC-LIM-MM
034710     ELSE
034720         ADD 1 TO FEC-LIM-MM
034730     END-IF.
034740     COMPUTE FECHA-ENTERA
034750         = FUNCTION INTEGER-OF-DATE (FECHA-LIMITE-N) - 1.
034760     COMPUTE FECHA-LIMITE-N
034770         = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA).
034780     IF FECHA-HASTA < FECHA-LIMITE-N
034790             AND PERIODO-TOPE = PERIODO-HASTA THEN
034800         IF FEC-LIM-MM = 1 THEN
034810             SUBTRACT 1 FROM FEC-LIM-AAAA
034820             MOVE 12 TO FEC-LIM-MM
034830         ELSE
034840             SUBTRACT 1 FROM FEC-LIM-MM
034850         END-IF
034860         DIVIDE FECHA-LIMITE-N BY 100 GIVING PERIODO-TOPE
034870     END-IF.
034880     PERFORM 9110-REGISTRAR-MES
034890         THRU 9110-REGISTRAR-MES-EXIT
034900         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
034910 9100-REGISTRAR-EXPORTACION-EXIT.
034920     EXIT.
034930 9110-REGISTRAR-MES.
034940     MOVE "E" TO PRS-ACCION.
034950     MOVE PERIODO-CURSOR-N TO PRS-PERIODO.
034960     MOVE "IFUCITI" TO PRS-SOLICITANTE.
034970     CALL "IFUPERC" USING PRS-SOLICITUD.
034980     EVALUATE TRUE
034990         WHEN PRS-RECHAZADO
035000             DISPLAY "IFUCITI: EL PERIODO " PERIODO-CURSOR-N
035010                 " ESTA SELLADO, SU ESTADO NO CAMBIA"
035020         WHEN PRS-ERROR
035030             DISPLAY "IFUCITI: NO SE PUDO REGISTRAR LA "
035040                 "EXPORTACION DE " PERIODO-CURSOR-N " EN IFUPER"
035050         WHEN OTHER
035060             DISPLAY "IFUCITI: PERIODO " PERIODO-CURSOR-N
035070                 " REGISTRADO, ESTADO " PRS-ESTADO
035080     END-EVALUATE.
035090     PERFORM 2760-AVANZAR-PERIODO THRU 2760-AVANZAR-PERIODO-EXIT.
035100 9110-REGISTRAR-MES-EXIT.
035110     EXIT.
035200 END PROGRAM     IFUCITI.
