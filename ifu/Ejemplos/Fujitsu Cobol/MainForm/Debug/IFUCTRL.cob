001500*        SIN AUDITORIA    - CHECKPOINT "P" BUT NO AUDIT RECORD.
001600*        FALLIDA          - CHECKPOINT "F"; THE ATTEMPT COUNT
001700*                           AND HOW MANY CONSECUTIVE DAYS THE
001800*                           STATION HAS BEEN FAILING ARE SHOWN,
001810*                           WITH THE LAST DRIVER CODE OF THE DAY
001820*                           (IFULOG) AND ITS DESCRIPTION FROM
001830*                           THE ERROR CATALOG.
001900*        SIN INTENTO      - NO CHECKPOINT AND NO AUDIT TODAY.
002000*    The report (IFUCTRLL) is one page to act on; the same
002100*    verdict lines go to the console so the batch log carries
002790*                    INSTEAD OF "SIN INTENTO", AND THE COUNT OF
002791*                    CONSECUTIVE FAILING DAYS STEPS OVER DAYS
002792*                    THE STATION COULD NOT HAVE CLOSED.
002793*    2026-10-15 SIS  SHOW ON A FALLIDA LINE THE LAST DRIVER
002794*                    CODE OF THE DAY FROM IFULOG AND ITS
002795*                    ERROR-CATALOG DESCRIPTION (IFUERRC).
002800******************************************************************
002900 ENVIRONMENT     DIVISION.
003000 CONFIGURATION   SECTION.
004110     SELECT OPTIONAL CAL-FILE ASSIGN TO "IFUCAL"
004120         ORGANIZATION LINE SEQUENTIAL
004130         FILE STATUS IS CAL-FILE-STATUS.
004140     SELECT OPTIONAL LOG-FILE ASSIGN TO "IFULOG"
004150         ORGANIZATION LINE SEQUENTIAL
004160         FILE STATUS IS LOG-FILE-STATUS.
004200     SELECT REP-FILE ASSIGN TO "IFUCTRLL"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS REP-FILE-STATUS.
004800 COPY IFUCHK.
004900 COPY IFUAUD.
004910 COPY IFUCAL.
004920 COPY IFULOG.
005000 FD  REP-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  REP-LINEA               PIC X(132).
005500 01  CHK-FILE-STATUS         PIC X(02).
005600 01  AUD-FILE-STATUS         PIC X(02).
005610 01  CAL-FILE-STATUS         PIC X(02).
005620 01  LOG-FILE-STATUS         PIC X(02).
005700 01  REP-FILE-STATUS         PIC X(02).
005800******************************************************************
005900*    SWITCHES AND COUNTERS.
006640     88  CAL-EOF                          VALUE "Y".
006650 77  NO-LABORABLE-SW      PIC X(01)       VALUE "N".
006660     88  NO-LABORABLE                     VALUE "S".
006670 77  LOG-EOF-SW           PIC X(01)       VALUE "N".
006680     88  LOG-EOF                          VALUE "Y".
006700 77  FECHA-HOY            PIC 9(08)       VALUE 0.
006800 77  EST-OK               PIC 9(03) COMP  VALUE 0.
006900 77  EST-FALLIDAS         PIC 9(03) COMP  VALUE 0.
009000 77  ADY-IDX              PIC 9(03) COMP  VALUE 0.
009100 01  TAB-AUD-HOY.
009200     05  TAB-ADY-ESTACION OCCURS 100 TIMES PIC X(10).
009210******************************************************************
009220*    LAST NON-ZERO DRIVER CODE OF EACH STATION TODAY (IFULOG).
009230******************************************************************
009240 77  ULT-MAXIMO           PIC 9(03) COMP  VALUE 100.
009250 77  ULT-USADAS           PIC 9(03) COMP  VALUE 0.
009260 77  ULT-IDX              PIC 9(03) COMP  VALUE 0.
009270 77  ULT-HALLADA-SW       PIC X(01)       VALUE "N".
009280     88  ULT-HALLADA                      VALUE "S".
009285 01  TAB-ULTIMO-ERROR.
009290     05  TAB-ULT OCCURS 100 TIMES.
009295         10  TAB-ULT-ESTACION    PIC X(10).
009298         10  TAB-ULT-CODIGO      PIC S9(05).
009299 COPY IFUERRS.
009300******************************************************************
009400*    PER-STATION VERDICT WORK FIELDS.
009500******************************************************************
011900     05  FILLER              PIC X(16)    VALUE "ESTADO".
012000     05  FILLER              PIC X(10)    VALUE "INTENTOS".
012100     05  FILLER              PIC X(14)    VALUE "DIAS FALLANDO".
012110     05  FILLER              PIC X(12)    VALUE "ULTIMO ERROR".
012200 01  DET-LINEA.
012300     05  DET-ESTACION        PIC X(10).
012400     05  FILLER              PIC X(02)    VALUE SPACES.
012600     05  DET-INTENTOS        PIC X(08).
012700     05  FILLER              PIC X(02)    VALUE SPACES.
012800     05  DET-DIAS            PIC X(12).
012810     05  FILLER              PIC X(02)    VALUE SPACES.
012820     05  DET-CODIGO          PIC X(06).
012830     05  FILLER              PIC X(01)    VALUE SPACES.
012840     05  DET-DESCRIPCION     PIC X(30).
012900 01  INT-EDIT                PIC Z9.
013000 01  DIAS-EDIT               PIC Z9.
013010 01  COD-EDIT                PIC ZZZZ9-.
013100 01  CNT-LINEA.
013200     05  CNT-TEXTO           PIC X(30).
013300     05  CNT-VALOR           PIC ZZZZZZZZZZZZZZ9.
014300         PERFORM 3000-CARGAR-AUDITORIA
014400             THRU 3000-CARGAR-AUDITORIA-EXIT
014500             UNTIL AUD-EOF
014510         PERFORM 3500-CARGAR-ERRORES
014520             THRU 3500-CARGAR-ERRORES-EXIT
014530             UNTIL LOG-EOF
014600         PERFORM 4000-CONTROLAR-ESTACIONES
014700             THRU 4000-CONTROLAR-ESTACIONES-EXIT
014800             UNTIL CFG-EOF
015600     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
015700     MOVE "N" TO CFG-EOF-SW CHK-EOF-SW AUD-EOF-SW.
015710     MOVE "N" TO HISTORIA-TRUNCA-SW CAL-EOF-SW.
015720     MOVE "N" TO LOG-EOF-SW.
015800     MOVE 0 TO HCH-USADOS ADY-USADAS CAL-USADOS ULT-USADAS.
015900     MOVE 0 TO EST-OK EST-FALLIDAS EST-SIN-INTENTO
016000         EST-OBSERVADAS EST-INACTIVAS EST-NO-LABORABLES.
016100     OPEN INPUT CFG-FILE.
017800             AUD-FILE-STATUS
017900         SET AUD-EOF TO TRUE
018000     END-IF.
018010     OPEN INPUT LOG-FILE.
018020     IF LOG-FILE-STATUS NOT = "00"
018030             AND LOG-FILE-STATUS NOT = "05" THEN
018040         DISPLAY "IFUCTRL: NO SE PUDO ABRIR IFULOG, ESTADO "
018050             LOG-FILE-STATUS
018060         SET LOG-EOF TO TRUE
018070     END-IF.
018100     OPEN OUTPUT REP-FILE.
018200     IF REP-FILE-STATUS NOT = "00" THEN
018300         DISPLAY "IFUCTRL: NO SE PUDO ABRIR IFUCTRLL, ESTADO "
023500     END-READ.
023600 3000-CARGAR-AUDITORIA-EXIT.
023700     EXIT.
023701******************************************************************
023702*    3500-CARGAR-ERRORES.
023703*    THE LAST NON-ZERO DRIVER CODE EACH STATION GOT TODAY: THE
023704*    REASON ITS LAST ATTEMPT FAILED.
023705******************************************************************
023706 3500-CARGAR-ERRORES.
023707     READ LOG-FILE
023708         AT END
023709             SET LOG-EOF TO TRUE
023710         NOT AT END
023711             IF LOG-FECHA = FECHA-HOY AND LOG-CODIGO NOT = 0 THEN
023712                 PERFORM 3510-ANOTAR-ERROR
023713                     THRU 3510-ANOTAR-ERROR-EXIT
023714             END-IF
023715     END-READ.
023716 3500-CARGAR-ERRORES-EXIT.
023717     EXIT.
023718 3510-ANOTAR-ERROR.
023719     MOVE LOG-ESTACION TO EST-PRUEBA.
023720     PERFORM 4500-BUSCAR-ULTIMO THRU 4500-BUSCAR-ULTIMO-EXIT.
023721     IF NOT ULT-HALLADA THEN
023722         IF ULT-USADAS >= ULT-MAXIMO THEN
023723             GO TO 3510-ANOTAR-ERROR-EXIT
023724         END-IF
023725         ADD 1 TO ULT-USADAS
023726         MOVE ULT-USADAS TO ULT-IDX
023727         MOVE LOG-ESTACION TO TAB-ULT-ESTACION (ULT-IDX)
023728     END-IF.
023729     MOVE LOG-CODIGO TO TAB-ULT-CODIGO (ULT-IDX).
023730 3510-ANOTAR-ERROR-EXIT.
023731     EXIT.
023800******************************************************************
023900*    4000-CONTROLAR-ESTACIONES.
024000*    ONE VERDICT PER STATION IN IFUCFG.
025340         THRU 4400-DIA-NO-LABORABLE-EXIT.
025400     MOVE CFG-ESTACION TO DET-ESTACION.
025500     MOVE SPACES TO DET-INTENTOS DET-DIAS.
025510     MOVE SPACES TO DET-CODIGO DET-DESCRIPCION.
025600     EVALUATE TRUE
025610         WHEN CFG-INACTIVA
025620             MOVE "INACTIVA" TO DET-ESTADO
027200                 THRU 4300-DIAS-FALLANDO-EXIT
027300             MOVE DIAS-FALLANDO TO DIAS-EDIT
027400             MOVE DIAS-EDIT TO DET-DIAS
027410             PERFORM 4600-DESCRIBIR-ERROR
027420                 THRU 4600-DESCRIBIR-ERROR-EXIT
027500         WHEN OTHER
027600             MOVE "SIN INTENTO" TO DET-ESTADO
027700             ADD 1 TO EST-SIN-INTENTO
027800     END-EVALUATE.
027900     WRITE REP-LINEA FROM DET-LINEA.
028000     DISPLAY "IFUCTRL: " DET-ESTACION " " DET-ESTADO
028010         DET-CODIGO " " DET-DESCRIPCION.
028100 4100-VEREDICTO-ESTACION-EXIT.
028200     EXIT.
028300******************************************************************
037199     END-IF.
037200 4410-PROBAR-CALENDARIO-EXIT.
037201     EXIT.
037210******************************************************************
037211*    4500-BUSCAR-ULTIMO.
037212*    ENTRY OF EST-PRUEBA IN THE LAST-ERROR TABLE.
037213******************************************************************
037214 4500-BUSCAR-ULTIMO.
037215     MOVE "N" TO ULT-HALLADA-SW.
037216     MOVE 0 TO ULT-IDX.
037217     PERFORM 4510-PROBAR-ULTIMO
037218         THRU 4510-PROBAR-ULTIMO-EXIT
037219         UNTIL ULT-HALLADA OR ULT-IDX >= ULT-USADAS.
037220 4500-BUSCAR-ULTIMO-EXIT.
037221     EXIT.
037222 4510-PROBAR-ULTIMO.
037223     ADD 1 TO ULT-IDX.
037224     IF TAB-ULT-ESTACION (ULT-IDX) = EST-PRUEBA THEN
037225         SET ULT-HALLADA TO TRUE
037226     END-IF.
037227 4510-PROBAR-ULTIMO-EXIT.
037228     EXIT.
037229******************************************************************
037230*    4600-DESCRIBIR-ERROR.
037231*    THE LAST DRIVER CODE OF A FAILED STATION AND WHAT THE
037232*    ERROR CATALOG SAYS OF IT.
037233******************************************************************
037234 4600-DESCRIBIR-ERROR.
037235     MOVE CFG-ESTACION TO EST-PRUEBA.
037236     PERFORM 4500-BUSCAR-ULTIMO THRU 4500-BUSCAR-ULTIMO-EXIT.
037237     IF NOT ULT-HALLADA THEN
037238         MOVE "SIN CODIGO EN IFULOG" TO DET-DESCRIPCION
037239         GO TO 4600-DESCRIBIR-ERROR-EXIT
037240     END-IF.
037241     MOVE TAB-ULT-CODIGO (ULT-IDX) TO COD-EDIT.
037242     MOVE COD-EDIT TO DET-CODIGO.
037243     MOVE TAB-ULT-CODIGO (ULT-IDX) TO ERS-CODIGO.
037244     CALL "IFUERRC" USING ERS-SOLICITUD.
037245     MOVE ERS-DESCRIPCION TO DET-DESCRIPCION.
037246 4600-DESCRIBIR-ERROR-EXIT.
037247     EXIT.
037290******************************************************************
037300*    5000-RESUMEN.
037400******************************************************************
037500 5000-RESUMEN.
040500     IF AUD-FILE-STATUS = "00" OR AUD-FILE-STATUS = "10" THEN
040600         CLOSE AUD-FILE
040700     END-IF.
040710     IF LOG-FILE-STATUS = "00" OR LOG-FILE-STATUS = "10" THEN
040720         CLOSE LOG-FILE
040730     END-IF.
040800     IF REP-FILE-STATUS = "00" THEN
040900         CLOSE REP-FILE
041000     END-IF.
