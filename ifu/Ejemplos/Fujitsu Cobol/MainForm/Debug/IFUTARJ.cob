000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUTARJ.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUTARJ
000900*    Card settlement reconciliation. For a keyed range of sales
001000*    days the batches the card processor paid (IFULIQ, taken in
001100*    by IFULIQI) are summed per station and day and set against
001200*    the card takings keyed in the cash count (ARQ-TARJETAS of
001300*    IFUARQ) and against the Z total of the audit file IFUAUD
001400*    (and its dated IFUAUDH<AAAAMM> history). One line is
001500*    listed per station/day that has either side, and a line is
001600*    marked ("<<<") when batches were settled for a day that was
001700*    never counted (each such batch is listed under it), when a
001800*    count with card takings still has no settlement after the
001900*    keyed number of days, when settlement and count differ by
002000*    more than the keyed tolerance (in centavos, as IFUARQR),
002100*    or when the day's settlements exceed its Z total. Counts
002200*    still inside the waiting days are shown as pending. Listing
002300*    IFUTARJL.
002400*
002500*    MODIFICATION HISTORY.
002600*    DATE       INIT DESCRIPTION
002700*    2026-10-15 SIS  Original card settlement reconciliation.
002800*    2026-10-15 SIS  COUNT THE STATION/DAYS LEFT OUT WHEN THE DAY
002900*                    TABLE OVERFLOWS AND FLAG THE LISTING AS
003000*                    INCOMPLETE.
003100******************************************************************
003200 ENVIRONMENT     DIVISION.
003300 CONFIGURATION   SECTION.
003400 INPUT-OUTPUT    SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL LIQ-FILE ASSIGN TO "IFULIQ"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS LIQ-FILE-STATUS.
003900     SELECT OPTIONAL ARQ-FILE ASSIGN TO "IFUARQ"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS ARQ-FILE-STATUS.
004200     SELECT OPTIONAL AUD-FILE ASSIGN TO "IFUAUD"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS AUD-FILE-STATUS.
004500     SELECT OPTIONAL HST-AUD-FILE ASSIGN USING HST-AUD-NOMBRE
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS HST-AUD-STATUS.
004800     SELECT REP-FILE ASSIGN TO "IFUTARJL"
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS REP-FILE-STATUS.
005100 DATA            DIVISION.
005200 FILE SECTION.
005300 COPY IFULIQ.
005400 COPY IFUARQ.
005500 COPY IFUAUD.
005600 FD  HST-AUD-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  HST-AUD-RECORD          PIC X(53).
005900 FD  REP-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  REP-LINEA               PIC X(132).
006200 WORKING-STORAGE SECTION.
006300 01  LIQ-FILE-STATUS         PIC X(02).
006400 01  ARQ-FILE-STATUS         PIC X(02).
006500 01  AUD-FILE-STATUS         PIC X(02).
006600 01  HST-AUD-STATUS          PIC X(02).
006700 01  REP-FILE-STATUS         PIC X(02).
006800******************************************************************
006900*    DATED HISTORY FILE NAME AND THE PERIOD CURSOR THAT WALKS
007000*    THE ARCHIVED MONTHS OF THE RANGE, PER IFUARCH.
007100******************************************************************
007200 01  HST-AUD-NOMBRE          PIC X(13).
007300 77  HST-EOF-SW           PIC X(01)       VALUE "N".
007400     88  HST-EOF                          VALUE "Y".
007500 77  FECHA-HOY            PIC 9(08)       VALUE 0.
007600 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
007700 77  PERIODO-TOPE         PIC 9(06)       VALUE 0.
007800 01  PERIODO-CURSOR.
007900     05  PER-CUR-AAAA        PIC 9(04).
008000     05  PER-CUR-MM          PIC 9(02).
008100 01  PERIODO-CURSOR-N REDEFINES PERIODO-CURSOR PIC 9(06).
008200******************************************************************
008300*    SWITCHES AND COUNTERS.
008400******************************************************************
008500 77  LIQ-EOF-SW           PIC X(01)       VALUE "N".
008600     88  LIQ-EOF                          VALUE "Y".
008700 77  ARQ-EOF-SW           PIC X(01)       VALUE "N".
008800     88  ARQ-EOF                          VALUE "Y".
008900 77  AUD-EOF-SW           PIC X(01)       VALUE "N".
009000     88  AUD-EOF                          VALUE "Y".
009100 77  HALLADO-SW           PIC X(01)       VALUE "N".
009200     88  HALLADO                          VALUE "S".
009300 77  RANGO-MAL-SW         PIC X(01)       VALUE "N".
009400     88  RANGO-MAL                        VALUE "S".
009500 77  MARCA-SW             PIC X(01)       VALUE "N".
009600     88  LINEA-MARCADA                    VALUE "S".
009700 77  LOT-TRUNCA-SW        PIC X(01)       VALUE "N".
009800     88  LOT-TRUNCA                       VALUE "S".
009900 77  DIA-TRUNCA-SW        PIC X(01)       VALUE "N".
010000     88  DIA-TRUNCA                       VALUE "S".
010100 77  LOTES-EN-PERIODO     PIC 9(07) COMP  VALUE 0.
010200 77  DIAS-LISTADOS        PIC 9(05) COMP  VALUE 0.
010300 77  DIAS-MARCADOS        PIC 9(05) COMP  VALUE 0.
010400 77  DIAS-OMITIDOS        PIC 9(05) COMP  VALUE 0.
010500 77  LIQ-SIN-ARQUEO       PIC 9(05) COMP  VALUE 0.
010600 77  ARQ-SIN-LIQUIDACION  PIC 9(05) COMP  VALUE 0.
010700 77  ARQ-PENDIENTES       PIC 9(05) COMP  VALUE 0.
010800 77  DIF-SOBRE-LIMITE     PIC 9(05) COMP  VALUE 0.
010900 77  LIQ-SOBRE-Z          PIC 9(05) COMP  VALUE 0.
011000 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
011100 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
011200 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
011300******************************************************************
011400*    REPORT PARAMETERS. AN EMPTY "HASTA" MEANS TODAY AND AN
011500*    EMPTY "DESDE" THE SAME DAY. A COUNT OLDER THAN DIAS-ESPERA
011600*    DAYS (BEFORE FECHA-ESPERA) SHOULD HAVE BEEN SETTLED BY NOW.
011700*    THE TOLERANCE IS KEYED IN CENTAVOS, AS IN IFUARQR.
011800******************************************************************
011900 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
012000 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
012100 01  FECHA-CURSOR            PIC 9(08)    VALUE 0.
012200 01  DIAS-ESPERA             PIC 9(02)    VALUE 0.
012300 01  LIMITE-CENTAVOS         PIC 9(07)    VALUE 0.
012400 01  LIMITE                  PIC 9(09)V99 VALUE 0.
012500 77  ESPERA-DEFECTO       PIC 9(02)       VALUE 3.
012600 77  FECHA-ESPERA         PIC 9(08)       VALUE 0.
012700 77  FECHA-ENTERA         PIC 9(08) COMP  VALUE 0.
012800 77  DIA-ENTERO           PIC 9(08) COMP  VALUE 0.
012900 77  DIA-ENTERO-TOPE      PIC 9(08) COMP  VALUE 0.
013000******************************************************************
013100*    ONE SLOT PER STATION AND SALES DAY OF THE RANGE WITH THE
013200*    THREE SIDES. SIZED LIKE THE IFUARQR TABLE.
013300******************************************************************
013400 77  DIA-MAXIMO           PIC 9(04) COMP  VALUE 3100.
013500 77  DIA-USADOS           PIC 9(04) COMP  VALUE 0.
013600 77  DIA-IDX              PIC 9(04) COMP  VALUE 0.
013700 01  TAB-DIAS.
013800     05  TAB-DIA OCCURS 3100 TIMES.
013900         10  TAB-DIA-FECHA       PIC 9(08).
014000         10  TAB-DIA-ESTACION    PIC X(10).
014100         10  TAB-DIA-LOTES       PIC 9(05) COMP.
014200         10  TAB-DIA-LIQUIDADO   PIC S9(11)V99.
014300         10  TAB-DIA-TARJETAS    PIC S9(11)V99.
014400         10  TAB-DIA-TOTAL-Z     PIC S9(11)V99.
014500         10  TAB-DIA-LIQ-SW      PIC X(01).
014600         10  TAB-DIA-ARQ-SW      PIC X(01).
014700         10  TAB-DIA-AUD-SW      PIC X(01).
014800*                                "S" = HAY LINEAS DE ESE LADO.
014900******************************************************************
015000*    THE BATCHES OF THE RANGE, TO LIST THOSE OF A DAY THAT WAS
015100*    SETTLED BUT NEVER COUNTED.
015200******************************************************************
015300 77  LOT-MAXIMO           PIC 9(04) COMP  VALUE 5000.
015400 77  LOT-USADOS           PIC 9(04) COMP  VALUE 0.
015500 77  LOT-IDX              PIC 9(04) COMP  VALUE 0.
015600 01  TAB-LOTES.
015700     05  TAB-LOT OCCURS 5000 TIMES.
015800         10  TAB-LOT-FECHA       PIC 9(08).
015900         10  TAB-LOT-ESTACION    PIC X(10).
016000         10  TAB-LOT-NUMERO      PIC 9(06).
016100         10  TAB-LOT-FECHA-PAGO  PIC 9(08).
016200         10  TAB-LOT-IMPORTE     PIC S9(09)V99.
016300******************************************************************
016400*    SEARCH KEYS AND WORK FIELDS.
016500******************************************************************
016600 01  CLAVE-FECHA             PIC 9(08).
016700 01  CLAVE-ESTACION          PIC X(10).
016800 01  DELTA-TRABAJO           PIC S9(11)V99 VALUE 0.
016900 01  DELTA-ABSOLUTO          PIC 9(11)V99 VALUE 0.
017000 01  TOTAL-LIQUIDADO         PIC S9(13)V99 VALUE 0.
017100 01  TOTAL-TARJETAS          PIC S9(13)V99 VALUE 0.
017200******************************************************************
017300*    REPORT LINES.
017400******************************************************************
017500 01  CAB-LINEA1.
017600     05  FILLER              PIC X(10)    VALUE "IFUTARJ".
017700     05  FILLER              PIC X(46)
017800         VALUE "CONCILIACION DE LIQUIDACIONES DE TARJETA".
017900     05  FILLER              PIC X(52)    VALUE SPACES.
018000     05  FILLER              PIC X(08)    VALUE "PAGINA".
018100     05  CAB1-PAGINA         PIC ZZZ9.
018200 01  CAB-LINEA2.
018300     05  FILLER              PIC X(08)    VALUE "DESDE".
018400     05  CAB2-DESDE          PIC 9(08).
018500     05  FILLER              PIC X(09)    VALUE "   HASTA".
018600     05  CAB2-HASTA          PIC 9(08).
018700     05  FILLER              PIC X(10)    VALUE "   ESPERA".
018800     05  CAB2-ESPERA         PIC Z9.
018900     05  FILLER              PIC X(18)
019000     VALUE " DIAS   TOLERANCIA".
019100     05  CAB2-LIMITE         PIC ZZZZZZZZ9.99.
019200 01  CAB-LINEA3.
019300     05  FILLER              PIC X(20)
019400     VALUE "FECHA     ESTACION".
019500     05  FILLER              PIC X(05)    VALUE "LOTES".
019600     05  FILLER              PIC X(14)    VALUE "    LIQUIDADO".
019700     05  FILLER              PIC X(14)    VALUE "  TARJ.ARQUEO".
019800     05  FILLER              PIC X(14)    VALUE "   DIFERENCIA".
019900     05  FILLER              PIC X(16)    VALUE "      TOTAL Z".
020000     05  FILLER              PIC X(11)    VALUE "OBSERVACION".
020100 01  DET-LINEA.
020200     05  DET-FECHA           PIC 9(08).
020300     05  FILLER              PIC X(02)    VALUE SPACES.
020400     05  DET-ESTACION        PIC X(10).
020500     05  FILLER              PIC X(01)    VALUE SPACES.
020600     05  DET-LOTES           PIC ZZZ9.
020700     05  FILLER              PIC X(01)    VALUE SPACES.
020800     05  DET-LIQUIDADO       PIC X(13).
020900     05  FILLER              PIC X(01)    VALUE SPACES.
021000     05  DET-TARJETAS        PIC X(13).
021100     05  FILLER              PIC X(01)    VALUE SPACES.
021200     05  DET-DIFERENCIA      PIC X(13).
021300     05  FILLER              PIC X(01)    VALUE SPACES.
021400     05  DET-TOTAL-Z         PIC X(13).
021500     05  FILLER              PIC X(02)    VALUE SPACES.
021600     05  DET-OBS-ARQUEO      PIC X(22).
021700     05  FILLER              PIC X(01)    VALUE SPACES.
021800     05  DET-OBS-Z           PIC X(16).
021900     05  FILLER              PIC X(01)    VALUE SPACES.
022000     05  DET-ALERTA          PIC X(03).
022100 01  LOT-LINEA.
022200     05  FILLER              PIC X(12)    VALUE SPACES.
022300     05  FILLER              PIC X(05)    VALUE "LOTE".
022400     05  LOT-NUMERO-ED       PIC ZZZZZ9.
022500     05  FILLER              PIC X(09)    VALUE "  PAGADO".
022600     05  LOT-FECHA-PAGO-ED   PIC 9(08).
022700     05  FILLER              PIC X(02)    VALUE SPACES.
022800     05  LOT-IMPORTE-ED      PIC ZZZZZZZZ9.99-.
022900 01  IMPORTE-EDIT            PIC ZZZZZZZZ9.99-.
023000 01  CNT-LINEA.
023100     05  CNT-TEXTO           PIC X(34).
023200     05  CNT-VALOR           PIC ZZZZZZ9.
023300 01  IMP-LINEA.
023400     05  IMP-TEXTO           PIC X(34).
023500     05  IMP-VALOR           PIC ZZZZZZZZZZZZ9.99-.
023600 01  LINEA-GUARDADA          PIC X(132).
023700 PROCEDURE       DIVISION.
023800******************************************************************
023900*    0000-MAINLINE.
024000******************************************************************
024100 0000-MAINLINE.
024200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
024300     PERFORM 2000-CARGAR-AUDITORIA
024400         THRU 2000-CARGAR-AUDITORIA-EXIT.
024500     PERFORM 3000-CARGAR-ARQUEOS THRU 3000-CARGAR-ARQUEOS-EXIT.
024600     PERFORM 3500-CARGAR-LIQUIDACIONES
024700         THRU 3500-CARGAR-LIQUIDACIONES-EXIT.
024800     PERFORM 4000-LISTAR-DIAS THRU 4000-LISTAR-DIAS-EXIT.
024900     PERFORM 5000-TOTALES THRU 5000-TOTALES-EXIT.
025000     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
025100     STOP RUN.
025200******************************************************************
025300*    1000-INICIALIZAR.
025400*    RANGE, WAITING DAYS AND TOLERANCE. A DATE THAT IS NOT A
025500*    REAL CALENDAR DAY STOPS THE RUN.
025600******************************************************************
025700 1000-INICIALIZAR.
025800     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
025900     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
026000     DISPLAY "IFUTARJ: FECHA DESDE (AAAAMMDD)".
026100     ACCEPT FECHA-DESDE.
026200     DISPLAY "IFUTARJ: FECHA HASTA (AAAAMMDD)".
026300     ACCEPT FECHA-HASTA.
026400     DISPLAY "IFUTARJ: DIAS DE ESPERA DE LA LIQUIDACION (0 = "
026500         ESPERA-DEFECTO ")".
026600     ACCEPT DIAS-ESPERA.
026700     DISPLAY "IFUTARJ: TOLERANCIA DE DIFERENCIA EN CENTAVOS".
026800     ACCEPT LIMITE-CENTAVOS.
026900     IF FECHA-HASTA = 0 THEN
027000         MOVE FECHA-HOY TO FECHA-HASTA
027100     END-IF.
027200     IF FECHA-DESDE = 0 THEN
027300         MOVE FECHA-HASTA TO FECHA-DESDE
027400     END-IF.
027500     IF DIAS-ESPERA = 0 THEN
027600         MOVE ESPERA-DEFECTO TO DIAS-ESPERA
027700     END-IF.
027800     DIVIDE LIMITE-CENTAVOS BY 100 GIVING LIMITE.
027900     COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE (FECHA-DESDE).
028000     COMPUTE DIA-ENTERO-TOPE
028100         = FUNCTION INTEGER-OF-DATE (FECHA-HASTA).
028200     IF DIA-ENTERO = 0 OR DIA-ENTERO-TOPE = 0
028300             OR DIA-ENTERO > DIA-ENTERO-TOPE THEN
028400         DISPLAY "IFUTARJ: RANGO DE FECHAS INVALIDO " FECHA-DESDE
028500             " " FECHA-HASTA
028600         SET RANGO-MAL TO TRUE
028700         MOVE "99" TO REP-FILE-STATUS
028800         GO TO 1000-INICIALIZAR-EXIT
028900     END-IF.
029000     COMPUTE FECHA-ENTERA
029100         = FUNCTION INTEGER-OF-DATE (FECHA-HOY) - DIAS-ESPERA.
029200     COMPUTE FECHA-ESPERA
029300         = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA).
029400     OPEN OUTPUT REP-FILE.
029500     IF REP-FILE-STATUS NOT = "00" THEN
029600         DISPLAY "IFUTARJ: NO SE PUDO ABRIR IFUTARJL, ESTADO "
029700             REP-FILE-STATUS
029800         GO TO 1000-INICIALIZAR-EXIT
029900     END-IF.
030000     MOVE FECHA-DESDE TO CAB2-DESDE.
030100     MOVE FECHA-HASTA TO CAB2-HASTA.
030200     MOVE DIAS-ESPERA TO CAB2-ESPERA.
030300     MOVE LIMITE TO CAB2-LIMITE.
030400 1000-INICIALIZAR-EXIT.
030500     EXIT.
030600******************************************************************
030700*    2000-CARGAR-AUDITORIA.
030800*    THE Z TOTALS OF THE RANGE: ARCHIVED MONTHS OLDEST FIRST,
030900*    THEN THE LIVE FILE.
031000******************************************************************
031100 2000-CARGAR-AUDITORIA.
031200     IF REP-FILE-STATUS NOT = "00" THEN
031300         GO TO 2000-CARGAR-AUDITORIA-EXIT
031400     END-IF.
031500     PERFORM 7800-LIMITES-HISTORIA
031600         THRU 7800-LIMITES-HISTORIA-EXIT.
031700     PERFORM 2100-UN-PERIODO-AUD THRU 2100-UN-PERIODO-AUD-EXIT
031800         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
031900     OPEN INPUT AUD-FILE.
032000     IF AUD-FILE-STATUS = "00" THEN
032100         PERFORM 2200-LEER-AUDITORIA
032200             THRU 2200-LEER-AUDITORIA-EXIT
032300             UNTIL AUD-EOF
032400         CLOSE AUD-FILE
032500     ELSE
032600         IF AUD-FILE-STATUS = "05" THEN
032700             CLOSE AUD-FILE
032800         ELSE
032900             DISPLAY "IFUTARJ: NO SE PUDO ABRIR IFUAUD, ESTADO "
033000                 AUD-FILE-STATUS
033100         END-IF
033200     END-IF.
033300 2000-CARGAR-AUDITORIA-EXIT.
033400     EXIT.
033500 2100-UN-PERIODO-AUD.
033600     MOVE SPACES TO HST-AUD-NOMBRE.
033700     STRING "IFUAUDH" PERIODO-CURSOR DELIMITED BY SIZE
033800         INTO HST-AUD-NOMBRE.
033900     MOVE "N" TO HST-EOF-SW.
034000     OPEN INPUT HST-AUD-FILE.
034100     IF HST-AUD-STATUS = "00" THEN
034200         PERFORM 2110-LEER-AUD-HISTORIA
034300             THRU 2110-LEER-AUD-HISTORIA-EXIT
034400             UNTIL HST-EOF
034500         CLOSE HST-AUD-FILE
034600     ELSE
034700         IF HST-AUD-STATUS = "05" THEN
034800             CLOSE HST-AUD-FILE
034900         ELSE
035000             DISPLAY "IFUTARJ: NO SE PUDO ABRIR "
035100                 HST-AUD-NOMBRE ", ESTADO " HST-AUD-STATUS
035200         END-IF
035300     END-IF.
035400     PERFORM 7810-AVANZAR-PERIODO
035500         THRU 7810-AVANZAR-PERIODO-EXIT.
035600 2100-UN-PERIODO-AUD-EXIT.
035700     EXIT.
035800 2110-LEER-AUD-HISTORIA.
035900     READ HST-AUD-FILE
036000         AT END
036100             SET HST-EOF TO TRUE
036200         NOT AT END
036300             MOVE HST-AUD-RECORD TO AUD-RECORD
036400             PERFORM 2300-ANOTAR-AUDITORIA
036500                 THRU 2300-ANOTAR-AUDITORIA-EXIT
036600     END-READ.
036700 2110-LEER-AUD-HISTORIA-EXIT.
036800     EXIT.
036900 2200-LEER-AUDITORIA.
037000     READ AUD-FILE
037100         AT END
037200             SET AUD-EOF TO TRUE
037300         NOT AT END
037400             PERFORM 2300-ANOTAR-AUDITORIA
037500                 THRU 2300-ANOTAR-AUDITORIA-EXIT
037600     END-READ.
037700 2200-LEER-AUDITORIA-EXIT.
037800     EXIT.
037900 2300-ANOTAR-AUDITORIA.
038000     IF AUD-FECHA < FECHA-DESDE OR AUD-FECHA > FECHA-HASTA THEN
038100         GO TO 2300-ANOTAR-AUDITORIA-EXIT
038200     END-IF.
038300     MOVE AUD-FECHA TO CLAVE-FECHA.
038400     MOVE AUD-ESTACION TO CLAVE-ESTACION.
038500     PERFORM 7000-UBICAR-DIA THRU 7000-UBICAR-DIA-EXIT.
038600     IF HALLADO THEN
038700         ADD AUD-TOTAL TO TAB-DIA-TOTAL-Z (DIA-IDX)
038800         MOVE "S" TO TAB-DIA-AUD-SW (DIA-IDX)
038900     END-IF.
039000 2300-ANOTAR-AUDITORIA-EXIT.
039100     EXIT.
039200******************************************************************
039300*    3000-CARGAR-ARQUEOS.
039400*    THE CARD TAKINGS OF THE CASH COUNTS OF THE RANGE.
039500******************************************************************
039600 3000-CARGAR-ARQUEOS.
039700     IF REP-FILE-STATUS NOT = "00" THEN
039800         GO TO 3000-CARGAR-ARQUEOS-EXIT
039900     END-IF.
040000     OPEN INPUT ARQ-FILE.
040100     IF ARQ-FILE-STATUS = "00" THEN
040200         PERFORM 3100-LEER-ARQUEO THRU 3100-LEER-ARQUEO-EXIT
040300             UNTIL ARQ-EOF
040400         CLOSE ARQ-FILE
040500     ELSE
040600         IF ARQ-FILE-STATUS = "05" THEN
040700             CLOSE ARQ-FILE
040800         ELSE
040900             DISPLAY "IFUTARJ: NO SE PUDO ABRIR IFUARQ, ESTADO "
041000                 ARQ-FILE-STATUS
041100         END-IF
041200     END-IF.
041300 3000-CARGAR-ARQUEOS-EXIT.
041400     EXIT.
041500 3100-LEER-ARQUEO.
041600     READ ARQ-FILE
041700         AT END
041800             SET ARQ-EOF TO TRUE
041900         NOT AT END
042000             IF ARQ-FECHA NOT < FECHA-DESDE
042100                     AND ARQ-FECHA NOT > FECHA-HASTA THEN
042200                 MOVE ARQ-FECHA TO CLAVE-FECHA
042300                 MOVE ARQ-ESTACION TO CLAVE-ESTACION
042400                 PERFORM 7000-UBICAR-DIA
042500                     THRU 7000-UBICAR-DIA-EXIT
042600                 IF HALLADO THEN
042700                     ADD ARQ-TARJETAS
042800                         TO TAB-DIA-TARJETAS (DIA-IDX)
042900                     MOVE "S" TO TAB-DIA-ARQ-SW (DIA-IDX)
043000                 END-IF
043100             END-IF
043200     END-READ.
043300 3100-LEER-ARQUEO-EXIT.
043400     EXIT.
043500******************************************************************
043600*    3500-CARGAR-LIQUIDACIONES.
043700*    THE BATCHES WHOSE SALES DAY FALLS IN THE RANGE, WHATEVER
043800*    DAY THEY WERE PAID.
043900******************************************************************
044000 3500-CARGAR-LIQUIDACIONES.
044100     IF REP-FILE-STATUS NOT = "00" THEN
044200         GO TO 3500-CARGAR-LIQUIDACIONES-EXIT
044300     END-IF.
044400     OPEN INPUT LIQ-FILE.
044500     IF LIQ-FILE-STATUS = "00" THEN
044600         PERFORM 3510-LEER-LIQUIDACION
044700             THRU 3510-LEER-LIQUIDACION-EXIT
044800             UNTIL LIQ-EOF
044900         CLOSE LIQ-FILE
045000     ELSE
045100         IF LIQ-FILE-STATUS = "05" THEN
045200             CLOSE LIQ-FILE
045300         ELSE
045400             DISPLAY "IFUTARJ: NO SE PUDO ABRIR IFULIQ, ESTADO "
045500                 LIQ-FILE-STATUS
045600         END-IF
045700     END-IF.
045800 3500-CARGAR-LIQUIDACIONES-EXIT.
045900     EXIT.
046000 3510-LEER-LIQUIDACION.
046100     READ LIQ-FILE
046200         AT END
046300             SET LIQ-EOF TO TRUE
046400         NOT AT END
046500             PERFORM 3520-ANOTAR-LIQUIDACION
046600                 THRU 3520-ANOTAR-LIQUIDACION-EXIT
046700     END-READ.
046800 3510-LEER-LIQUIDACION-EXIT.
046900     EXIT.
047000 3520-ANOTAR-LIQUIDACION.
047100     IF LIQ-FECHA < FECHA-DESDE OR LIQ-FECHA > FECHA-HASTA THEN
047200         GO TO 3520-ANOTAR-LIQUIDACION-EXIT
047300     END-IF.
047400     ADD 1 TO LOTES-EN-PERIODO.
047500     MOVE LIQ-FECHA TO CLAVE-FECHA.
047600     MOVE LIQ-ESTACION TO CLAVE-ESTACION.
047700     PERFORM 7000-UBICAR-DIA THRU 7000-UBICAR-DIA-EXIT.
047800     IF HALLADO THEN
047900         ADD 1 TO TAB-DIA-LOTES (DIA-IDX)
048000         ADD LIQ-IMPORTE TO TAB-DIA-LIQUIDADO (DIA-IDX)
048100         MOVE "S" TO TAB-DIA-LIQ-SW (DIA-IDX)
048200     END-IF.
048300     IF LOT-USADOS < LOT-MAXIMO THEN
048400         ADD 1 TO LOT-USADOS
048500         MOVE LIQ-FECHA TO TAB-LOT-FECHA (LOT-USADOS)
048600         MOVE LIQ-ESTACION TO TAB-LOT-ESTACION (LOT-USADOS)
048700         MOVE LIQ-LOTE TO TAB-LOT-NUMERO (LOT-USADOS)
048800         MOVE LIQ-FECHA-PAGO TO TAB-LOT-FECHA-PAGO (LOT-USADOS)
048900         MOVE LIQ-IMPORTE TO TAB-LOT-IMPORTE (LOT-USADOS)
049000     ELSE
049100         IF NOT LOT-TRUNCA THEN
049200             DISPLAY "IFUTARJ: TABLA DE LOTES COMPLETA, EL "
049300                 "DETALLE DE LOTES SERA PARCIAL"
049400         END-IF
049500         SET LOT-TRUNCA TO TRUE
049600     END-IF.
049700 3520-ANOTAR-LIQUIDACION-EXIT.
049800     EXIT.
049900******************************************************************
050000*    4000-LISTAR-DIAS.
050100*    THE SLOTS DAY BY DAY, OLDEST FIRST.
050200******************************************************************
050300 4000-LISTAR-DIAS.
050400     IF REP-FILE-STATUS NOT = "00" THEN
050500         GO TO 4000-LISTAR-DIAS-EXIT
050600     END-IF.
050700     PERFORM 4100-UN-DIA THRU 4100-UN-DIA-EXIT
050800         UNTIL DIA-ENTERO > DIA-ENTERO-TOPE.
050900     IF DIAS-LISTADOS = 0 THEN
051000         MOVE "SIN LIQUIDACIONES NI TARJETAS EN EL PERIODO"
051100             TO REP-LINEA
051200         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
051300     END-IF.
051400 4000-LISTAR-DIAS-EXIT.
051500     EXIT.
051600 4100-UN-DIA.
051700     COMPUTE FECHA-CURSOR = FUNCTION DATE-OF-INTEGER (DIA-ENTERO).
051800     MOVE 0 TO DIA-IDX.
051900     PERFORM 4200-UNA-ESTACION THRU 4200-UNA-ESTACION-EXIT
052000         UNTIL DIA-IDX >= DIA-USADOS.
052100     ADD 1 TO DIA-ENTERO.
052200 4100-UN-DIA-EXIT.
052300     EXIT.
052400******************************************************************
052500*    4200-UNA-ESTACION.
052600*    A STATION/DAY WITH NEITHER SETTLEMENTS NOR CARD TAKINGS
052700*    (CASH ONLY, OR A Z WITHOUT A COUNT, WHICH IFUARQR REPORTS)
052800*    IS NOT LISTED.
052900******************************************************************
053000 4200-UNA-ESTACION.
053100     ADD 1 TO DIA-IDX.
053200     IF TAB-DIA-FECHA (DIA-IDX) NOT = FECHA-CURSOR THEN
053300         GO TO 4200-UNA-ESTACION-EXIT
053400     END-IF.
053500     IF TAB-DIA-LIQ-SW (DIA-IDX) NOT = "S"
053600             AND TAB-DIA-TARJETAS (DIA-IDX) = 0 THEN
053700         GO TO 4200-UNA-ESTACION-EXIT
053800     END-IF.
053900     ADD 1 TO DIAS-LISTADOS.
054000     MOVE "N" TO MARCA-SW.
054100     MOVE SPACES TO DET-LINEA.
054200     MOVE TAB-DIA-FECHA (DIA-IDX) TO DET-FECHA.
054300     MOVE TAB-DIA-ESTACION (DIA-IDX) TO DET-ESTACION.
054400     MOVE TAB-DIA-LOTES (DIA-IDX) TO DET-LOTES.
054500     MOVE TAB-DIA-LIQUIDADO (DIA-IDX) TO IMPORTE-EDIT.
054600     MOVE IMPORTE-EDIT TO DET-LIQUIDADO.
054700     ADD TAB-DIA-LIQUIDADO (DIA-IDX) TO TOTAL-LIQUIDADO.
054800     ADD TAB-DIA-TARJETAS (DIA-IDX) TO TOTAL-TARJETAS.
054900     IF TAB-DIA-ARQ-SW (DIA-IDX) = "S" THEN
055000         MOVE TAB-DIA-TARJETAS (DIA-IDX) TO IMPORTE-EDIT
055100         MOVE IMPORTE-EDIT TO DET-TARJETAS
055200     ELSE
055300         MOVE "  SIN ARQUEO" TO DET-TARJETAS
055400     END-IF.
055500     IF TAB-DIA-AUD-SW (DIA-IDX) = "S" THEN
055600         MOVE TAB-DIA-TOTAL-Z (DIA-IDX) TO IMPORTE-EDIT
055700         MOVE IMPORTE-EDIT TO DET-TOTAL-Z
055800     ELSE
055900         MOVE "   SIN CIERRE" TO DET-TOTAL-Z
056000     END-IF.
056100     PERFORM 4300-CLASIFICAR THRU 4300-CLASIFICAR-EXIT.
056200     IF LINEA-MARCADA THEN
056300         MOVE "<<<" TO DET-ALERTA
056400         ADD 1 TO DIAS-MARCADOS
056500     END-IF.
056600     MOVE DET-LINEA TO REP-LINEA.
056700     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
056800     IF TAB-DIA-LIQ-SW (DIA-IDX) = "S"
056900             AND TAB-DIA-ARQ-SW (DIA-IDX) NOT = "S" THEN
057000         MOVE TAB-DIA-FECHA (DIA-IDX) TO CLAVE-FECHA
057100         MOVE TAB-DIA-ESTACION (DIA-IDX) TO CLAVE-ESTACION
057200         MOVE 0 TO LOT-IDX
057300         PERFORM 4400-LISTAR-LOTE THRU 4400-LISTAR-LOTE-EXIT
057400             UNTIL LOT-IDX >= LOT-USADOS
057500     END-IF.
057600 4200-UNA-ESTACION-EXIT.
057700     EXIT.
057800******************************************************************
057900*    4300-CLASIFICAR.
058000*    THE OBSERVATIONS OF THE SLOT AT DIA-IDX: AGAINST THE COUNT
058100*    FIRST, THEN AGAINST THE Z TOTAL.
058200******************************************************************
058300 4300-CLASIFICAR.
058400     IF TAB-DIA-LIQ-SW (DIA-IDX) = "S" THEN
058500         IF TAB-DIA-ARQ-SW (DIA-IDX) NOT = "S" THEN
058600             MOVE "LIQUIDADO SIN ARQUEO" TO DET-OBS-ARQUEO
058700             ADD 1 TO LIQ-SIN-ARQUEO
058800             SET LINEA-MARCADA TO TRUE
058900         ELSE
059000             COMPUTE DELTA-TRABAJO
059100                 = TAB-DIA-LIQUIDADO (DIA-IDX)
059200                 - TAB-DIA-TARJETAS (DIA-IDX)
059300             MOVE DELTA-TRABAJO TO IMPORTE-EDIT
059400             MOVE IMPORTE-EDIT TO DET-DIFERENCIA
059500             IF DELTA-TRABAJO < 0 THEN
059600                 COMPUTE DELTA-ABSOLUTO = 0 - DELTA-TRABAJO
059700             ELSE
059800                 MOVE DELTA-TRABAJO TO DELTA-ABSOLUTO
059900             END-IF
060000             IF DELTA-ABSOLUTO > LIMITE THEN
060100                 MOVE "DIFERENCIA CON ARQUEO" TO DET-OBS-ARQUEO
060200                 ADD 1 TO DIF-SOBRE-LIMITE
060300                 SET LINEA-MARCADA TO TRUE
060400             END-IF
060500         END-IF
060600         IF TAB-DIA-AUD-SW (DIA-IDX) = "S"
060700                 AND TAB-DIA-LIQUIDADO (DIA-IDX)
060800                     > TAB-DIA-TOTAL-Z (DIA-IDX) THEN
060900             MOVE "SUPERA TOTAL Z" TO DET-OBS-Z
061000             ADD 1 TO LIQ-SOBRE-Z
061100             SET LINEA-MARCADA TO TRUE
061200         END-IF
061300     ELSE
061400         IF TAB-DIA-FECHA (DIA-IDX) < FECHA-ESPERA THEN
061500             MOVE "SIN LIQUIDACION" TO DET-OBS-ARQUEO
061600             ADD 1 TO ARQ-SIN-LIQUIDACION
061700             SET LINEA-MARCADA TO TRUE
061800         ELSE
061900             MOVE "LIQUIDACION PENDIENTE" TO DET-OBS-ARQUEO
062000             ADD 1 TO ARQ-PENDIENTES
062100         END-IF
062200     END-IF.
062300 4300-CLASIFICAR-EXIT.
062400     EXIT.
062500 4400-LISTAR-LOTE.
062600     ADD 1 TO LOT-IDX.
062700     IF TAB-LOT-FECHA (LOT-IDX) = CLAVE-FECHA
062800             AND TAB-LOT-ESTACION (LOT-IDX) = CLAVE-ESTACION THEN
062900         MOVE TAB-LOT-NUMERO (LOT-IDX) TO LOT-NUMERO-ED
063000         MOVE TAB-LOT-FECHA-PAGO (LOT-IDX) TO LOT-FECHA-PAGO-ED
063100         MOVE TAB-LOT-IMPORTE (LOT-IDX) TO LOT-IMPORTE-ED
063200         MOVE LOT-LINEA TO REP-LINEA
063300         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
063400     END-IF.
063500 4400-LISTAR-LOTE-EXIT.
063600     EXIT.
063700******************************************************************
063800*    5000-TOTALES.
063900******************************************************************
064000 5000-TOTALES.
064100     IF REP-FILE-STATUS NOT = "00" THEN
064200         GO TO 5000-TOTALES-EXIT
064300     END-IF.
064400     MOVE SPACES TO REP-LINEA.
064500     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
064600     MOVE "LOTES LIQUIDADOS EN EL PERIODO" TO CNT-TEXTO.
064700     MOVE LOTES-EN-PERIODO TO CNT-VALOR.
064800     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
064900     MOVE "ESTACION/DIAS LISTADOS" TO CNT-TEXTO.
065000     MOVE DIAS-LISTADOS TO CNT-VALOR.
065100     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
065200     MOVE "ESTACION/DIAS MARCADOS" TO CNT-TEXTO.
065300     MOVE DIAS-MARCADOS TO CNT-VALOR.
065400     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
065500     MOVE "  LIQUIDADOS SIN ARQUEO" TO CNT-TEXTO.
065600     MOVE LIQ-SIN-ARQUEO TO CNT-VALOR.
065700     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
065800     MOVE "  ARQUEOS SIN LIQUIDACION" TO CNT-TEXTO.
065900     MOVE ARQ-SIN-LIQUIDACION TO CNT-VALOR.
066000     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
066100     MOVE "  DIFERENCIAS SOBRE LA TOLERANCIA" TO CNT-TEXTO.
066200     MOVE DIF-SOBRE-LIMITE TO CNT-VALOR.
066300     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
066400     MOVE "  LIQUIDADO SOBRE EL TOTAL Z" TO CNT-TEXTO.
066500     MOVE LIQ-SOBRE-Z TO CNT-VALOR.
066600     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
066700     MOVE "LIQUIDACIONES PENDIENTES" TO CNT-TEXTO.
066800     MOVE ARQ-PENDIENTES TO CNT-VALOR.
066900     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
067000     MOVE "IMPORTE LIQUIDADO" TO IMP-TEXTO.
067100     MOVE TOTAL-LIQUIDADO TO IMP-VALOR.
067200     MOVE IMP-LINEA TO REP-LINEA.
067300     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
067400     MOVE "TARJETAS ARQUEADAS" TO IMP-TEXTO.
067500     MOVE TOTAL-TARJETAS TO IMP-VALOR.
067600     MOVE IMP-LINEA TO REP-LINEA.
067700     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
067800     IF LOT-TRUNCA THEN
067900         MOVE "ATENCION: DETALLE DE LOTES PARCIAL" TO REP-LINEA
068000         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
068100     END-IF.
068200     IF DIA-TRUNCA THEN
068300         MOVE "ATENCION: TABLA DE DIAS COMPLETA, LISTADO PARCIAL"
068400             TO REP-LINEA
068500         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
068600         MOVE "  ESTACION/DIAS OMITIDOS" TO CNT-TEXTO
068700         MOVE DIAS-OMITIDOS TO CNT-VALOR
068800         PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT
068900     END-IF.
069000 5000-TOTALES-EXIT.
069100     EXIT.
069200 5100-LINEA-CONTADOR.
069300     MOVE CNT-LINEA TO REP-LINEA.
069400     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
069500 5100-LINEA-CONTADOR-EXIT.
069600     EXIT.
069700******************************************************************
069800*    7000-UBICAR-DIA.
069900*    THE SLOT OF CLAVE-FECHA/CLAVE-ESTACION, TAKEN THE FIRST
070000*    TIME THE PAIR APPEARS. A PAIR THAT FINDS THE TABLE FULL IS
070100*    LEFT OUT AND THE LISTING IS FLAGGED AS INCOMPLETE.
070200******************************************************************
070300 7000-UBICAR-DIA.
070400     MOVE "N" TO HALLADO-SW.
070500     MOVE 0 TO DIA-IDX.
070600     PERFORM 7010-PROBAR-DIA THRU 7010-PROBAR-DIA-EXIT
070700         UNTIL HALLADO OR DIA-IDX >= DIA-USADOS.
070800     IF NOT HALLADO THEN
070900         IF DIA-USADOS < DIA-MAXIMO THEN
071000             ADD 1 TO DIA-USADOS
071100             MOVE DIA-USADOS TO DIA-IDX
071200             MOVE CLAVE-FECHA TO TAB-DIA-FECHA (DIA-IDX)
071300             MOVE CLAVE-ESTACION TO TAB-DIA-ESTACION (DIA-IDX)
071400             MOVE 0 TO TAB-DIA-LOTES (DIA-IDX)
071500             MOVE 0 TO TAB-DIA-LIQUIDADO (DIA-IDX)
071600             MOVE 0 TO TAB-DIA-TARJETAS (DIA-IDX)
071700             MOVE 0 TO TAB-DIA-TOTAL-Z (DIA-IDX)
071800             MOVE "N" TO TAB-DIA-LIQ-SW (DIA-IDX)
071900             MOVE "N" TO TAB-DIA-ARQ-SW (DIA-IDX)
072000             MOVE "N" TO TAB-DIA-AUD-SW (DIA-IDX)
072100             SET HALLADO TO TRUE
072200         ELSE
072300             DISPLAY "IFUTARJ: TABLA DE DIAS COMPLETA, SE OMITE "
072400                 CLAVE-ESTACION " " CLAVE-FECHA
072500             SET DIA-TRUNCA TO TRUE
072600             ADD 1 TO DIAS-OMITIDOS
072700         END-IF
072800     END-IF.
072900 7000-UBICAR-DIA-EXIT.
073000     EXIT.
073100 7010-PROBAR-DIA.
073200     ADD 1 TO DIA-IDX.
073300     IF TAB-DIA-FECHA (DIA-IDX) = CLAVE-FECHA
073400             AND TAB-DIA-ESTACION (DIA-IDX) = CLAVE-ESTACION THEN
073500         SET HALLADO TO TRUE
073600     END-IF.
073700 7010-PROBAR-DIA-EXIT.
073800     EXIT.
073900******************************************************************
074000*    7800-LIMITES-HISTORIA.
074100*    PERIOD CURSOR AT THE MONTH OF FECHA-DESDE, TOP AT THE LAST
074200*    CLOSED MONTH OF THE RANGE (NEVER THE CURRENT ONE, WHICH
074300*    IFUARCH REFUSES TO ARCHIVE).
074400******************************************************************
074500 7800-LIMITES-HISTORIA.
074600     MOVE PERIODO-ACTUAL TO PERIODO-CURSOR.
074700     IF PER-CUR-MM = 1 THEN
074800         SUBTRACT 1 FROM PER-CUR-AAAA
074900         MOVE 12 TO PER-CUR-MM
075000     ELSE
075100         SUBTRACT 1 FROM PER-CUR-MM
075200     END-IF.
075300     MOVE PERIODO-CURSOR-N TO PERIODO-TOPE.
075400     DIVIDE FECHA-HASTA BY 100 GIVING PERIODO-CURSOR-N.
075500     IF PERIODO-CURSOR-N < PERIODO-TOPE THEN
075600         MOVE PERIODO-CURSOR-N TO PERIODO-TOPE
075700     END-IF.
075800     DIVIDE FECHA-DESDE BY 100 GIVING PERIODO-CURSOR-N.
075900 7800-LIMITES-HISTORIA-EXIT.
076000     EXIT.
076100 7810-AVANZAR-PERIODO.
076200     IF PER-CUR-MM = 12 THEN
076300         ADD 1 TO PER-CUR-AAAA
076400         MOVE 1 TO PER-CUR-MM
076500     ELSE
076600         ADD 1 TO PER-CUR-MM
076700     END-IF.
076800 7810-AVANZAR-PERIODO-EXIT.
076900     EXIT.
077000******************************************************************
077100*    8000-GRABAR-LINEA.
077200*    WRITE THE LINE ALREADY PLACED IN REP-LINEA, STARTING A NEW
077300*    PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
077400******************************************************************
077500 8000-GRABAR-LINEA.
077600     IF LINEA-ACTUAL > LINEAS-POR-PAGINA THEN
077700         PERFORM 8100-ENCABEZADO THRU 8100-ENCABEZADO-EXIT
077800     END-IF.
077900     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
078000     ADD 1 TO LINEA-ACTUAL.
078100 8000-GRABAR-LINEA-EXIT.
078200     EXIT.
078300 8100-ENCABEZADO.
078400     MOVE REP-LINEA TO LINEA-GUARDADA.
078500     ADD 1 TO PAGINA-ACTUAL.
078600     MOVE PAGINA-ACTUAL TO CAB1-PAGINA.
078700     IF PAGINA-ACTUAL = 1 THEN
078800         WRITE REP-LINEA FROM CAB-LINEA1
078900             AFTER ADVANCING 1 LINE
079000     ELSE
079100         WRITE REP-LINEA FROM CAB-LINEA1
079200             AFTER ADVANCING PAGE
079300     END-IF.
079400     WRITE REP-LINEA FROM CAB-LINEA2
079500         AFTER ADVANCING 1 LINE.
079600     WRITE REP-LINEA FROM CAB-LINEA3
079700         AFTER ADVANCING 1 LINE.
079800     MOVE SPACES TO REP-LINEA.
079900     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
080000     MOVE 5 TO LINEA-ACTUAL.
080100     MOVE LINEA-GUARDADA TO REP-LINEA.
080200 8100-ENCABEZADO-EXIT.
080300     EXIT.
080400******************************************************************
080500*    9000-FINALIZAR.
080600******************************************************************
080700 9000-FINALIZAR.
080800     IF RANGO-MAL THEN
080900         GO TO 9000-FINALIZAR-EXIT
081000     END-IF.
081100     IF REP-FILE-STATUS = "00" THEN
081200         CLOSE REP-FILE
081300     END-IF.
081400     DISPLAY "IFUTARJ: ESTACION/DIAS MARCADOS " DIAS-MARCADOS
081500         " DE " DIAS-LISTADOS ", VER IFUTARJL".
081600     IF DIA-TRUNCA THEN
081700         DISPLAY "IFUTARJ: TABLA DE DIAS COMPLETA, LISTADO "
081800             "PARCIAL"
081900     END-IF.
082000 9000-FINALIZAR-EXIT.
082100     EXIT.
082200 END PROGRAM     IFUTARJ.
