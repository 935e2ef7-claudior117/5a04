000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUTEND.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUTEND
000900*    Sales trend and anomaly report over the Z-detail file
001000*    IFUZDET and its dated IFUZDTH<AAAAMM> history. For a keyed
001100*    date range the program lists, station by station, every
001200*    trading day with its total (taxed bases plus VAT plus
001300*    exempt, the same sum IFUINTG proves against AUD-TOTAL),
001400*    the invoices issued, the average ticket (total over
001500*    ZDT-FAC-CANTIDAD) and the share of 10.5%, 21% and exempt
001600*    sales. Each day is set against the same weekday of the
001700*    keyed number of previous weeks and against the daily
001800*    average of the same month last year; a total or average
001900*    ticket that moves further than the keyed percentage band
002000*    from either is marked and the day counted as an alert.
002100*    Days the trading calendar IFUCAL marks as closed for the
002200*    station (or the whole shop) are left out of the listing
002300*    and out of every comparison. A comparison with nothing to
002400*    compare against (a new station, a month never traded last
002500*    year) prints "S/D" and raises no alert. Listing IFUTENDL.
002600*
002700*    MODIFICATION HISTORY.
002800*    DATE       INIT DESCRIPTION
002900*    2026-10-15 SIS  Original sales trend and anomaly report.
003000******************************************************************
003100 ENVIRONMENT     DIVISION.
003200 CONFIGURATION   SECTION.
003300 INPUT-OUTPUT    SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL ZDT-FILE ASSIGN TO "IFUZDET"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS ZDT-FILE-STATUS.
003800     SELECT OPTIONAL HST-ZDT-FILE ASSIGN USING HST-ZDT-NOMBRE
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS HST-ZDT-STATUS.
004100     SELECT OPTIONAL CAL-FILE ASSIGN TO "IFUCAL"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS CAL-FILE-STATUS.
004400     SELECT REP-FILE ASSIGN TO "IFUTENDL"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS REP-FILE-STATUS.
004700 DATA            DIVISION.
004800 FILE SECTION.
004900 COPY IFUZDET.
005000 FD  HST-ZDT-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  HST-ZDT-RECORD          PIC X(134).
005300 COPY IFUCAL.
005400 FD  REP-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  REP-LINEA               PIC X(132).
005700 WORKING-STORAGE SECTION.
005800 01  ZDT-FILE-STATUS         PIC X(02).
005900 01  HST-ZDT-STATUS          PIC X(02).
006000 01  CAL-FILE-STATUS         PIC X(02).
006100 01  REP-FILE-STATUS         PIC X(02).
006200******************************************************************
006300*    DATED HISTORY FILE NAME AND THE PERIOD CURSOR THAT WALKS
006400*    THE ARCHIVED MONTHS, PER IFUARCH.
006500******************************************************************
006600 01  HST-ZDT-NOMBRE          PIC X(13).
006700 77  HST-EOF-SW           PIC X(01)       VALUE "N".
006800     88  HST-EOF                          VALUE "Y".
006900 77  FECHA-HOY            PIC 9(08)       VALUE 0.
007000 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
007100 77  PERIODO-CERRADO      PIC 9(06)       VALUE 0.
007200 77  PERIODO-TOPE         PIC 9(06)       VALUE 0.
007300 01  PERIODO-CURSOR.
007400     05  PER-CUR-AAAA        PIC 9(04).
007500     05  PER-CUR-MM          PIC 9(02).
007600 01  PERIODO-CURSOR-N REDEFINES PERIODO-CURSOR PIC 9(06).
007700******************************************************************
007800*    SWITCHES AND COUNTERS.
007900******************************************************************
008000 77  ZDT-EOF-SW           PIC X(01)       VALUE "N".
008100     88  ZDT-EOF                          VALUE "Y".
008200 77  CAL-EOF-SW           PIC X(01)       VALUE "N".
008300     88  CAL-EOF                          VALUE "Y".
008400 77  NO-LABORABLE-SW      PIC X(01)       VALUE "N".
008500     88  NO-LABORABLE                     VALUE "S".
008600 77  DIA-HALLADO-SW       PIC X(01)       VALUE "N".
008700     88  DIA-HALLADO                      VALUE "S".
008800 77  ANI-HALLADO-SW       PIC X(01)       VALUE "N".
008900     88  ANI-HALLADO                      VALUE "S".
009000 77  EST-HALLADA-SW       PIC X(01)       VALUE "N".
009100     88  EST-HALLADA                      VALUE "S".
009200 77  FUERA-BANDA-SW       PIC X(01)       VALUE "N".
009300     88  FUERA-BANDA                      VALUE "S".
009400 77  ALERTA-DIA-SW        PIC X(01)       VALUE "N".
009500     88  ALERTA-DIA                       VALUE "S".
009600 77  TABLA-LLENA-SW       PIC X(01)       VALUE "N".
009700     88  TABLA-LLENA                      VALUE "S".
009800 77  ZDT-LEIDOS           PIC 9(07) COMP  VALUE 0.
009900 77  ZDT-EN-PERIODO       PIC 9(07) COMP  VALUE 0.
010000 77  ZDT-DIA-CERRADO      PIC 9(07) COMP  VALUE 0.
010100 77  DIAS-LISTADOS        PIC 9(05) COMP  VALUE 0.
010200 77  DIAS-CON-ALERTA      PIC 9(05) COMP  VALUE 0.
010300 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
010400 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
010500 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
010600******************************************************************
010700*    REPORT PARAMETERS. FECHA-BASE IS THE FIRST DAY THE WEEKDAY
010800*    COMPARISON REACHES BACK TO; ANIO-DESDE/ANIO-HASTA COVER
010900*    THE SAME MONTHS ONE YEAR EARLIER.
011000******************************************************************
011100 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
011200 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
011300 01  SEMANAS-COMPARAR        PIC 9(02)    VALUE 0.
011400 01  BANDA-PORCENTAJE        PIC 9(03)    VALUE 0.
011500 77  SEMANAS-DEFECTO      PIC 9(02)       VALUE 4.
011600 77  BANDA-DEFECTO        PIC 9(03)       VALUE 25.
011700 77  FECHA-BASE           PIC 9(08)       VALUE 0.
011800 77  ANIO-DESDE           PIC 9(08)       VALUE 0.
011900 77  ANIO-HASTA           PIC 9(08)       VALUE 0.
012000 01  FECHA-TRABAJO.
012100     05  FECHA-TRAB-AAAA     PIC 9(04).
012200     05  FECHA-TRAB-MM       PIC 9(02).
012300     05  FECHA-TRAB-DD       PIC 9(02).
012400******************************************************************
012500*    TRADING CALENDAR LOADED FROM IFUCAL AND THE WORK FIELDS
012600*    OF THE NON-TRADING-DAY TEST.
012700******************************************************************
012800 77  CAL-MAXIMO           PIC 9(03) COMP  VALUE 200.
012900 77  CAL-USADOS           PIC 9(03) COMP  VALUE 0.
013000 77  CAL-IDX              PIC 9(03) COMP  VALUE 0.
013100 77  FECHA-PRUEBA         PIC 9(08)       VALUE 0.
013200 77  EST-PRUEBA           PIC X(10)       VALUE SPACES.
013300 77  DIA-SEMANA-PRUEBA    PIC 9(01)       VALUE 0.
013400 77  FECHA-ENTERA         PIC 9(08) COMP  VALUE 0.
013500 01  TAB-CALENDARIO.
013600     05  TAB-CAL OCCURS 200 TIMES.
013700         10  TAB-CAL-TIPO        PIC X(01).
013800         10  TAB-CAL-FECHA       PIC 9(08).
013900         10  TAB-CAL-ESTACION    PIC X(10).
014000         10  TAB-CAL-DIA         PIC 9(01).
014100******************************************************************
014200*    ONE LINE PER STATION AND TRADING DAY, FROM FECHA-BASE TO
014300*    FECHA-HASTA, SUMMING EVERY Z OF THE DAY. SIZED LIKE THE
014400*    IFUARCH TABLES. THE HISTORY IS READ OLDEST FIRST AND THE
014500*    LIVE FILE LAST, SO EACH STATION'S DAYS ARE IN DATE ORDER.
014600******************************************************************
014700 77  DIA-MAXIMO           PIC 9(05) COMP  VALUE 5000.
014800 77  DIA-USADOS           PIC 9(05) COMP  VALUE 0.
014900 77  DIA-IDX              PIC 9(05) COMP  VALUE 0.
015000 77  DIA-ACTUAL           PIC 9(05) COMP  VALUE 0.
015100 01  TAB-DIAS.
015200     05  TAB-DIA OCCURS 5000 TIMES.
015300         10  TAB-DIA-ESTACION    PIC X(10).
015400         10  TAB-DIA-FECHA       PIC 9(08).
015500         10  TAB-DIA-TOTAL       PIC S9(11)V99.
015600         10  TAB-DIA-TOT-105     PIC S9(11)V99.
015700         10  TAB-DIA-TOT-21      PIC S9(11)V99.
015800         10  TAB-DIA-EXENTO      PIC S9(11)V99.
015900         10  TAB-DIA-FACTURAS    PIC 9(07) COMP.
016000******************************************************************
016100*    SAME MONTHS LAST YEAR: ONE LINE PER STATION AND MONTH WITH
016200*    THE TOTAL, THE INVOICES AND THE TRADING DAYS BEHIND THEM.
016300******************************************************************
016400 77  ANI-MAXIMO           PIC 9(04) COMP  VALUE 1000.
016500 77  ANI-USADOS           PIC 9(04) COMP  VALUE 0.
016600 77  ANI-IDX              PIC 9(04) COMP  VALUE 0.
016700 01  TAB-ANIO-ANTERIOR.
016800     05  TAB-ANI OCCURS 1000 TIMES.
016900         10  TAB-ANI-ESTACION    PIC X(10).
017000         10  TAB-ANI-PERIODO     PIC 9(06).
017100         10  TAB-ANI-TOTAL       PIC S9(13)V99.
017200         10  TAB-ANI-FACTURAS    PIC 9(09) COMP.
017300         10  TAB-ANI-DIAS        PIC 9(03) COMP.
017400         10  TAB-ANI-ULT-FECHA   PIC 9(08).
017500******************************************************************
017600*    STATIONS OF THE PERIOD, IN ORDER OF FIRST APPEARANCE, WITH
017700*    THE FIGURES OF THEIR FOOTING LINE.
017800******************************************************************
017900 77  EST-MAXIMO           PIC 9(03) COMP  VALUE 100.
018000 77  EST-USADAS           PIC 9(03) COMP  VALUE 0.
018100 77  EST-IDX              PIC 9(03) COMP  VALUE 0.
018200 01  TAB-ESTACIONES.
018300     05  TAB-EST OCCURS 100 TIMES.
018400         10  TAB-EST-CODIGO      PIC X(10).
018500         10  TAB-EST-TOTAL       PIC S9(13)V99.
018600         10  TAB-EST-TOT-105     PIC S9(13)V99.
018700         10  TAB-EST-TOT-21      PIC S9(13)V99.
018800         10  TAB-EST-EXENTO      PIC S9(13)V99.
018900         10  TAB-EST-FACTURAS    PIC 9(09) COMP.
019000         10  TAB-EST-DIAS        PIC 9(05) COMP.
019100         10  TAB-EST-ALERTAS     PIC 9(05) COMP.
019200******************************************************************
019300*    WORK FIELDS OF THE COMPARISONS.
019400******************************************************************
019500 01  CLAVE-ESTACION          PIC X(10).
019600 01  CLAVE-FECHA             PIC 9(08).
019700 01  CLAVE-PERIODO           PIC 9(06).
019800 77  SEMANA-IDX           PIC 9(02) COMP  VALUE 0.
019900 77  BASE-SEM-DIAS        PIC 9(03) COMP  VALUE 0.
020000 01  BASE-SEM-SUMA           PIC S9(13)V99 VALUE 0.
020100 01  BASE-SEM-FACTURAS       PIC 9(09)    VALUE 0.
020200 01  DIA-TOTAL-ACT           PIC S9(13)V99 VALUE 0.
020300 01  DIA-FACTURAS-ACT        PIC 9(09)    VALUE 0.
020400 01  SUMA-TOTAL              PIC S9(13)V99 VALUE 0.
020500 01  SUMA-105                PIC S9(13)V99 VALUE 0.
020600 01  SUMA-21                 PIC S9(13)V99 VALUE 0.
020700 01  SUMA-EXENTO             PIC S9(13)V99 VALUE 0.
020800 01  SUMA-FACTURAS           PIC 9(09)    VALUE 0.
020900 01  TICKET-ACTUAL           PIC S9(09)V99 VALUE 0.
021000 01  VALOR-ACTUAL            PIC S9(13)V99 VALUE 0.
021100 01  VALOR-BASE              PIC S9(13)V99 VALUE 0.
021200 01  VARIACION               PIC S9(05)V9 VALUE 0.
021300 01  PORCENTAJE              PIC S9(03)V9 VALUE 0.
021400 01  BANDA-NEGATIVA          PIC S9(03)   VALUE 0.
021500 01  MARCA-TRABAJO           PIC X(01).
021600 01  VAR-TRABAJO             PIC X(08).
021700 01  VAR-EDIT                PIC -(5)9.9.
021800 01  NOMBRES-DIAS            PIC X(21)
021900         VALUE "LUNMARMIEJUEVIESABDOM".
022000 01  TAB-NOMBRES REDEFINES NOMBRES-DIAS.
022100     05  TAB-NOMBRE-DIA      PIC X(03) OCCURS 7 TIMES.
022200******************************************************************
022300*    REPORT LINES.
022400******************************************************************
022500 01  CAB-LINEA1.
022600     05  FILLER              PIC X(10)    VALUE "IFUTEND".
022700     05  FILLER              PIC X(48)
022800         VALUE "TENDENCIA Y ANOMALIAS DE VENTAS POR ESTACION".
022900     05  FILLER              PIC X(50)    VALUE SPACES.
023000     05  FILLER              PIC X(08)    VALUE "PAGINA".
023100     05  CAB1-PAGINA         PIC ZZZ9.
023200 01  CAB-LINEA2.
023300     05  FILLER              PIC X(08)    VALUE "DESDE".
023400     05  CAB2-DESDE          PIC X(10).
023500     05  FILLER              PIC X(08)    VALUE "  HASTA".
023600     05  CAB2-HASTA          PIC X(10).
023700     05  FILLER              PIC X(11)    VALUE "  SEMANAS".
023800     05  CAB2-SEMANAS        PIC Z9.
023900     05  FILLER              PIC X(12)    VALUE "  BANDA +/-".
024000     05  CAB2-BANDA          PIC ZZ9.
024100     05  FILLER              PIC X(01)    VALUE "%".
024200 01  CAB-LINEA3.
024300     05  FILLER              PIC X(22)    VALUE "FECHA      DIA".
024400     05  FILLER              PIC X(13)    VALUE "TOTAL    FACT".
024500     05  FILLER              PIC X(11)    VALUE "     TICKET".
024600     05  FILLER              PIC X(19)
024700         VALUE "  %10.5   %21  %EXE".
024800     05  FILLER              PIC X(18)
024900         VALUE "  SEM TOT  SEM TKT".
025000     05  FILLER              PIC X(19)
025100         VALUE "  ANIO TOT ANIO TKT".
025200     05  FILLER              PIC X(08)    VALUE "   MARCA".
025300 01  EST-LINEA.
025400     05  FILLER              PIC X(09)    VALUE "ESTACION".
025500     05  EST-CODIGO          PIC X(10).
025600 01  DET-LINEA.
025700     05  DET-FECHA.
025800         10  DET-FECHA-AAAA  PIC 9(04).
025900         10  FILLER          PIC X(01)    VALUE "/".
026000         10  DET-FECHA-MM    PIC 9(02).
026100         10  FILLER          PIC X(01)    VALUE "/".
026200         10  DET-FECHA-DD    PIC 9(02).
026300     05  FILLER              PIC X(01)    VALUE SPACES.
026400     05  DET-DIA             PIC X(03).
026500     05  FILLER              PIC X(01)    VALUE SPACES.
026600     05  DET-TOTAL           PIC ZZZZZZZZ9.99-.
026700     05  FILLER              PIC X(01)    VALUE SPACES.
026800     05  DET-FACTURAS        PIC ZZZZZ9.
026900     05  FILLER              PIC X(01)    VALUE SPACES.
027000     05  DET-TICKET          PIC ZZZZZZ9.99-.
027100     05  FILLER              PIC X(01)    VALUE SPACES.
027200     05  DET-PCT-105         PIC ZZ9.9.
027300     05  FILLER              PIC X(01)    VALUE SPACES.
027400     05  DET-PCT-21          PIC ZZ9.9.
027500     05  FILLER              PIC X(01)    VALUE SPACES.
027600     05  DET-PCT-EXENTO      PIC ZZ9.9.
027700     05  FILLER              PIC X(01)    VALUE SPACES.
027800     05  DET-SEM-TOTAL       PIC X(08).
027900     05  DET-MRC-SEM-TOTAL   PIC X(01).
028000     05  DET-SEM-TICKET      PIC X(08).
028100     05  DET-MRC-SEM-TICKET  PIC X(01).
028200     05  FILLER              PIC X(01)    VALUE SPACES.
028300     05  DET-ANI-TOTAL       PIC X(08).
028400     05  DET-MRC-ANI-TOTAL   PIC X(01).
028500     05  DET-ANI-TICKET      PIC X(08).
028600     05  DET-MRC-ANI-TICKET  PIC X(01).
028700     05  FILLER              PIC X(02)    VALUE SPACES.
028800     05  DET-ALERTA          PIC X(06).
028900 01  TEST-LINEA.
029000     05  FILLER              PIC X(06)    VALUE "TOTAL".
029100     05  TEST-DIAS           PIC ZZZ9.
029200     05  FILLER              PIC X(05)    VALUE " DIAS".
029300     05  TEST-TOTAL          PIC ZZZZZZZZ9.99-.
029400     05  FILLER              PIC X(01)    VALUE SPACES.
029500     05  TEST-FACTURAS       PIC ZZZZZ9.
029600     05  FILLER              PIC X(01)    VALUE SPACES.
029700     05  TEST-TICKET         PIC ZZZZZZ9.99-.
029800     05  FILLER              PIC X(01)    VALUE SPACES.
029900     05  TEST-PCT-105        PIC ZZ9.9.
030000     05  FILLER              PIC X(01)    VALUE SPACES.
030100     05  TEST-PCT-21         PIC ZZ9.9.
030200     05  FILLER              PIC X(01)    VALUE SPACES.
030300     05  TEST-PCT-EXENTO     PIC ZZ9.9.
030400     05  FILLER              PIC X(04)    VALUE SPACES.
030500     05  TEST-ALERTAS        PIC ZZZ9.
030600     05  FILLER              PIC X(18)
030700         VALUE " DIAS CON ALERTA".
030800 01  CNT-LINEA.
030900     05  CNT-TEXTO           PIC X(34).
031000     05  CNT-VALOR           PIC ZZZZZZ9.
031100 01  LINEA-GUARDADA          PIC X(132).
031200 PROCEDURE       DIVISION.
031300******************************************************************
031400*    0000-MAINLINE.
031500******************************************************************
031600 0000-MAINLINE.
031700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
031800     PERFORM 1200-CARGAR-CALENDARIO
031900         THRU 1200-CARGAR-CALENDARIO-EXIT.
032000     PERFORM 2000-CARGAR-HISTORIA THRU 2000-CARGAR-HISTORIA-EXIT.
032100     PERFORM 2300-LEER-DETALLE THRU 2300-LEER-DETALLE-EXIT
032200         UNTIL ZDT-EOF.
032300     PERFORM 3000-LISTAR-ESTACIONES
032400         THRU 3000-LISTAR-ESTACIONES-EXIT.
032500     PERFORM 5000-TOTALES-FINALES THRU 5000-TOTALES-FINALES-EXIT.
032600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
032700     STOP RUN.
032800******************************************************************
032900*    1000-INICIALIZAR.
033000*    ACCEPT THE RANGE, THE WEEKS TO LOOK BACK AND THE BAND. AN
033100*    EMPTY "HASTA" MEANS TODAY; ZERO WEEKS OR BAND TAKE THE
033200*    DEFAULTS. WORK OUT HOW FAR BACK THE DETAIL IS NEEDED.
033300******************************************************************
033400 1000-INICIALIZAR.
033500     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
033600     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
033700     DISPLAY "IFUTEND: FECHA DESDE (AAAAMMDD)".
033800     ACCEPT FECHA-DESDE.
033900     DISPLAY "IFUTEND: FECHA HASTA (AAAAMMDD)".
034000     ACCEPT FECHA-HASTA.
034100     DISPLAY "IFUTEND: SEMANAS ANTERIORES A COMPARAR (0 = "
034200         SEMANAS-DEFECTO ")".
034300     ACCEPT SEMANAS-COMPARAR.
034400     DISPLAY "IFUTEND: BANDA EN % (0 = " BANDA-DEFECTO ")".
034500     ACCEPT BANDA-PORCENTAJE.
034600     IF FECHA-HASTA = 0 THEN
034700         MOVE FECHA-HOY TO FECHA-HASTA
034800     END-IF.
034900     IF FECHA-DESDE = 0 THEN
035000         MOVE FECHA-HASTA TO FECHA-DESDE
035100     END-IF.
035200     IF SEMANAS-COMPARAR = 0 THEN
035300         MOVE SEMANAS-DEFECTO TO SEMANAS-COMPARAR
035400     END-IF.
035500     IF BANDA-PORCENTAJE = 0 THEN
035600         MOVE BANDA-DEFECTO TO BANDA-PORCENTAJE
035700     END-IF.
035800     COMPUTE BANDA-NEGATIVA = 0 - BANDA-PORCENTAJE.
035900     COMPUTE FECHA-ENTERA
036000         = FUNCTION INTEGER-OF-DATE (FECHA-DESDE)
036100         - 7 * SEMANAS-COMPARAR.
036200     COMPUTE FECHA-BASE
036300         = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA).
036400     DIVIDE FECHA-DESDE BY 100 GIVING CLAVE-PERIODO.
036500     COMPUTE ANIO-DESDE = (CLAVE-PERIODO - 100) * 100 + 1.
036600     DIVIDE FECHA-HASTA BY 100 GIVING CLAVE-PERIODO.
036700     COMPUTE ANIO-HASTA = (CLAVE-PERIODO - 100) * 100 + 31.
036800     MOVE PERIODO-ACTUAL TO PERIODO-CURSOR.
036900     IF PER-CUR-MM = 1 THEN
037000         SUBTRACT 1 FROM PER-CUR-AAAA
037100         MOVE 12 TO PER-CUR-MM
037200     ELSE
037300         SUBTRACT 1 FROM PER-CUR-MM
037400     END-IF.
037500     MOVE PERIODO-CURSOR-N TO PERIODO-CERRADO.
037600     OPEN OUTPUT REP-FILE.
037700     IF REP-FILE-STATUS NOT = "00" THEN
037800         DISPLAY "IFUTEND: NO SE PUDO ABRIR IFUTENDL, ESTADO "
037900             REP-FILE-STATUS
038000         SET ZDT-EOF TO TRUE
038100         GO TO 1000-INICIALIZAR-EXIT
038200     END-IF.
038300     MOVE FECHA-DESDE TO FECHA-TRABAJO.
038400     PERFORM 8200-EDITAR-FECHA THRU 8200-EDITAR-FECHA-EXIT.
038500     MOVE DET-FECHA TO CAB2-DESDE.
038600     MOVE FECHA-HASTA TO FECHA-TRABAJO.
038700     PERFORM 8200-EDITAR-FECHA THRU 8200-EDITAR-FECHA-EXIT.
038800     MOVE DET-FECHA TO CAB2-HASTA.
038900     MOVE SEMANAS-COMPARAR TO CAB2-SEMANAS.
039000     MOVE BANDA-PORCENTAJE TO CAB2-BANDA.
039100 1000-INICIALIZAR-EXIT.
039200     EXIT.
039300******************************************************************
039400*    1200-CARGAR-CALENDARIO.
039500*    THE TRADING CALENDAR (IFUCAL), WHEN THERE IS ONE. A SHOP
039600*    WITHOUT THE FILE TRADES EVERY DAY.
039700******************************************************************
039800 1200-CARGAR-CALENDARIO.
039900     MOVE "N" TO CAL-EOF-SW.
040000     OPEN INPUT CAL-FILE.
040100     IF CAL-FILE-STATUS = "00" THEN
040200         PERFORM 1210-LEER-CALENDARIO
040300             THRU 1210-LEER-CALENDARIO-EXIT
040400             UNTIL CAL-EOF
040500         CLOSE CAL-FILE
040600     ELSE
040700         IF CAL-FILE-STATUS = "05" THEN
040800             CLOSE CAL-FILE
040900         END-IF
041000     END-IF.
041100 1200-CARGAR-CALENDARIO-EXIT.
041200     EXIT.
041300 1210-LEER-CALENDARIO.
041400     READ CAL-FILE
041500         AT END
041600             SET CAL-EOF TO TRUE
041700         NOT AT END
041800             IF CAL-USADOS < CAL-MAXIMO THEN
041900                 ADD 1 TO CAL-USADOS
042000                 MOVE CAL-TIPO TO TAB-CAL-TIPO (CAL-USADOS)
042100                 MOVE CAL-FECHA TO TAB-CAL-FECHA (CAL-USADOS)
042200                 MOVE CAL-ESTACION
042300                     TO TAB-CAL-ESTACION (CAL-USADOS)
042400                 MOVE CAL-DIA-SEMANA
042500                     TO TAB-CAL-DIA (CAL-USADOS)
042600             ELSE
042700                 DISPLAY "IFUTEND: CALENDARIO COMPLETO, SE "
042800                     "OMITE UNA LINEA"
042900                 SET CAL-EOF TO TRUE
043000             END-IF
043100     END-READ.
043200 1210-LEER-CALENDARIO-EXIT.
043300     EXIT.
043400******************************************************************
043500*    1300-DIA-NO-LABORABLE.
043600*    IS FECHA-PRUEBA A NON-TRADING DAY FOR EST-PRUEBA? THE
043700*    WEEKDAY COMES FROM THE INTRINSIC DATE FUNCTIONS (1 =
043800*    MONDAY, 7 = SUNDAY), AS IN IFUBATCH.
043900******************************************************************
044000 1300-DIA-NO-LABORABLE.
044100     MOVE "N" TO NO-LABORABLE-SW.
044200     IF CAL-USADOS = 0 THEN
044300         GO TO 1300-DIA-NO-LABORABLE-EXIT
044400     END-IF.
044500     COMPUTE FECHA-ENTERA
044600         = FUNCTION INTEGER-OF-DATE (FECHA-PRUEBA).
044700     COMPUTE DIA-SEMANA-PRUEBA
044800         = FUNCTION MOD (FECHA-ENTERA - 1, 7) + 1.
044900     MOVE 0 TO CAL-IDX.
045000     PERFORM 1310-PROBAR-CALENDARIO
045100         THRU 1310-PROBAR-CALENDARIO-EXIT
045200         UNTIL NO-LABORABLE OR CAL-IDX >= CAL-USADOS.
045300 1300-DIA-NO-LABORABLE-EXIT.
045400     EXIT.
045500 1310-PROBAR-CALENDARIO.
045600     ADD 1 TO CAL-IDX.
045700     IF TAB-CAL-ESTACION (CAL-IDX) = SPACES
045800             OR TAB-CAL-ESTACION (CAL-IDX) = EST-PRUEBA THEN
045900         IF TAB-CAL-TIPO (CAL-IDX) = "F"
046000                 AND TAB-CAL-FECHA (CAL-IDX) = FECHA-PRUEBA THEN
046100             SET NO-LABORABLE TO TRUE
046200         END-IF
046300         IF TAB-CAL-TIPO (CAL-IDX) = "S"
046400                 AND TAB-CAL-DIA (CAL-IDX)
046500                 = DIA-SEMANA-PRUEBA THEN
046600             SET NO-LABORABLE TO TRUE
046700         END-IF
046800     END-IF.
046900 1310-PROBAR-CALENDARIO-EXIT.
047000     EXIT.
047100******************************************************************
047200*    2000-CARGAR-HISTORIA.
047300*    READ THE ARCHIVED MONTHS THE REPORT NEEDS, OLDEST FIRST:
047400*    THE SAME MONTHS LAST YEAR, THEN FROM FECHA-BASE ON. ONLY
047500*    CLOSED MONTHS CAN BE IN HISTORY; A MONTH NEVER ARCHIVED
047600*    HAS NO FILE AND IS SKIPPED, ITS LINES ARE STILL LIVE.
047700******************************************************************
047800 2000-CARGAR-HISTORIA.
047900     IF REP-FILE-STATUS NOT = "00" THEN
048000         GO TO 2000-CARGAR-HISTORIA-EXIT
048100     END-IF.
048200     DIVIDE ANIO-DESDE BY 100 GIVING PERIODO-CURSOR-N.
048300     DIVIDE ANIO-HASTA BY 100 GIVING PERIODO-TOPE.
048400     IF PERIODO-TOPE > PERIODO-CERRADO THEN
048500         MOVE PERIODO-CERRADO TO PERIODO-TOPE
048600     END-IF.
048700     PERFORM 2100-UN-PERIODO-HISTORIA
048800         THRU 2100-UN-PERIODO-HISTORIA-EXIT
048900         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
049000     IF PERIODO-CURSOR-N * 100 < FECHA-BASE THEN
049100         DIVIDE FECHA-BASE BY 100 GIVING PERIODO-CURSOR-N
049200     END-IF.
049300     DIVIDE FECHA-HASTA BY 100 GIVING PERIODO-TOPE.
049400     IF PERIODO-TOPE > PERIODO-CERRADO THEN
049500         MOVE PERIODO-CERRADO TO PERIODO-TOPE
049600     END-IF.
049700     PERFORM 2100-UN-PERIODO-HISTORIA
049800         THRU 2100-UN-PERIODO-HISTORIA-EXIT
049900         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
050000     OPEN INPUT ZDT-FILE.
050100     IF ZDT-FILE-STATUS = "05" THEN
050200         CLOSE ZDT-FILE
050300         SET ZDT-EOF TO TRUE
050400     ELSE
050500         IF ZDT-FILE-STATUS NOT = "00" THEN
050600             DISPLAY "IFUTEND: NO SE PUDO ABRIR IFUZDET, "
050700                 "ESTADO " ZDT-FILE-STATUS
050800             SET ZDT-EOF TO TRUE
050900         END-IF
051000     END-IF.
051100 2000-CARGAR-HISTORIA-EXIT.
051200     EXIT.
051300 2100-UN-PERIODO-HISTORIA.
051400     MOVE SPACES TO HST-ZDT-NOMBRE.
051500     STRING "IFUZDTH" PERIODO-CURSOR DELIMITED BY SIZE
051600         INTO HST-ZDT-NOMBRE.
051700     MOVE "N" TO HST-EOF-SW.
051800     OPEN INPUT HST-ZDT-FILE.
051900     IF HST-ZDT-STATUS = "00" THEN
052000         PERFORM 2110-LEER-HISTORIA
052100             THRU 2110-LEER-HISTORIA-EXIT
052200             UNTIL HST-EOF
052300         CLOSE HST-ZDT-FILE
052400     ELSE
052500         IF HST-ZDT-STATUS = "05" THEN
052600             CLOSE HST-ZDT-FILE
052700         ELSE
052800             DISPLAY "IFUTEND: NO SE PUDO ABRIR "
052900                 HST-ZDT-NOMBRE ", ESTADO " HST-ZDT-STATUS
053000         END-IF
053100     END-IF.
053200     IF PER-CUR-MM = 12 THEN
053300         ADD 1 TO PER-CUR-AAAA
053400         MOVE 1 TO PER-CUR-MM
053500     ELSE
053600         ADD 1 TO PER-CUR-MM
053700     END-IF.
053800 2100-UN-PERIODO-HISTORIA-EXIT.
053900     EXIT.
054000 2110-LEER-HISTORIA.
054100     READ HST-ZDT-FILE
054200         AT END
054300             SET HST-EOF TO TRUE
054400         NOT AT END
054500             MOVE HST-ZDT-RECORD TO ZDT-RECORD
054600             PERFORM 2400-CLASIFICAR-DETALLE
054700                 THRU 2400-CLASIFICAR-DETALLE-EXIT
054800     END-READ.
054900 2110-LEER-HISTORIA-EXIT.
055000     EXIT.
055100******************************************************************
055200*    2300-LEER-DETALLE.
055300*    THE LIVE Z-DETAIL FILE, AFTER THE HISTORY.
055400******************************************************************
055500 2300-LEER-DETALLE.
055600     READ ZDT-FILE
055700         AT END
055800             SET ZDT-EOF TO TRUE
055900         NOT AT END
056000             PERFORM 2400-CLASIFICAR-DETALLE
056100                 THRU 2400-CLASIFICAR-DETALLE-EXIT
056200     END-READ.
056300 2300-LEER-DETALLE-EXIT.
056400     EXIT.
056500******************************************************************
056600*    2400-CLASIFICAR-DETALLE.
056700*    A DETAIL LINE OF A CLOSED DAY IS COUNTED AND DROPPED. ONE
056800*    FROM FECHA-BASE TO FECHA-HASTA GOES TO THE DAILY TABLE;
056900*    ONE OF THE SAME MONTHS LAST YEAR TO THE MONTHLY TABLE.
057000******************************************************************
057100 2400-CLASIFICAR-DETALLE.
057200     ADD 1 TO ZDT-LEIDOS.
057300     IF (ZDT-FECHA < FECHA-BASE OR ZDT-FECHA > FECHA-HASTA)
057400             AND (ZDT-FECHA < ANIO-DESDE
057500             OR ZDT-FECHA > ANIO-HASTA) THEN
057600         GO TO 2400-CLASIFICAR-DETALLE-EXIT
057700     END-IF.
057800     MOVE ZDT-FECHA TO FECHA-PRUEBA.
057900     MOVE ZDT-ESTACION TO EST-PRUEBA.
058000     PERFORM 1300-DIA-NO-LABORABLE
058100         THRU 1300-DIA-NO-LABORABLE-EXIT.
058200     IF NO-LABORABLE THEN
058300         IF ZDT-FECHA NOT < FECHA-DESDE
058400                 AND ZDT-FECHA NOT > FECHA-HASTA THEN
058500             ADD 1 TO ZDT-DIA-CERRADO
058600         END-IF
058700         GO TO 2400-CLASIFICAR-DETALLE-EXIT
058800     END-IF.
058900     COMPUTE SUMA-105 = ZDT-GRAVADO-105 + ZDT-IVA-105.
059000     COMPUTE SUMA-21 = ZDT-GRAVADO-21 + ZDT-IVA-21.
059100     COMPUTE SUMA-TOTAL = SUMA-105 + SUMA-21 + ZDT-EXENTO.
059200     IF ZDT-FECHA NOT < FECHA-BASE
059300             AND ZDT-FECHA NOT > FECHA-HASTA THEN
059400         PERFORM 2500-ACUMULAR-DIA THRU 2500-ACUMULAR-DIA-EXIT
059500     END-IF.
059600     IF ZDT-FECHA NOT < ANIO-DESDE
059700             AND ZDT-FECHA NOT > ANIO-HASTA THEN
059800         PERFORM 2600-ACUMULAR-ANIO
059900             THRU 2600-ACUMULAR-ANIO-EXIT
060000     END-IF.
060100 2400-CLASIFICAR-DETALLE-EXIT.
060200     EXIT.
060300******************************************************************
060400*    2500-ACUMULAR-DIA.
060500*    ADD THE Z INTO ITS STATION/DAY LINE, TAKING A NEW ONE THE
060600*    FIRST TIME THE STATION APPEARS ON THAT DAY.
060700******************************************************************
060800 2500-ACUMULAR-DIA.
060900     IF ZDT-FECHA NOT < FECHA-DESDE THEN
061000         ADD 1 TO ZDT-EN-PERIODO
061100     END-IF.
061200     MOVE ZDT-ESTACION TO CLAVE-ESTACION.
061300     MOVE ZDT-FECHA TO CLAVE-FECHA.
061400     PERFORM 7000-BUSCAR-DIA THRU 7000-BUSCAR-DIA-EXIT.
061500     IF NOT DIA-HALLADO THEN
061600         IF DIA-USADOS < DIA-MAXIMO THEN
061700             ADD 1 TO DIA-USADOS
061800             MOVE DIA-USADOS TO DIA-IDX
061900             MOVE ZDT-ESTACION TO TAB-DIA-ESTACION (DIA-IDX)
062000             MOVE ZDT-FECHA TO TAB-DIA-FECHA (DIA-IDX)
062100             MOVE 0 TO TAB-DIA-TOTAL (DIA-IDX)
062200             MOVE 0 TO TAB-DIA-TOT-105 (DIA-IDX)
062300             MOVE 0 TO TAB-DIA-TOT-21 (DIA-IDX)
062400             MOVE 0 TO TAB-DIA-EXENTO (DIA-IDX)
062500             MOVE 0 TO TAB-DIA-FACTURAS (DIA-IDX)
062600             SET DIA-HALLADO TO TRUE
062700         ELSE
062800             IF NOT TABLA-LLENA THEN
062900                 DISPLAY "IFUTEND: TABLA DE DIAS COMPLETA, SE "
063000                     "OMITEN LOS DIAS SIGUIENTES"
063100                 SET TABLA-LLENA TO TRUE
063200             END-IF
063300         END-IF
063400     END-IF.
063500     IF DIA-HALLADO THEN
063600         ADD SUMA-TOTAL TO TAB-DIA-TOTAL (DIA-IDX)
063700         ADD SUMA-105 TO TAB-DIA-TOT-105 (DIA-IDX)
063800         ADD SUMA-21 TO TAB-DIA-TOT-21 (DIA-IDX)
063900         ADD ZDT-EXENTO TO TAB-DIA-EXENTO (DIA-IDX)
064000         ADD ZDT-FAC-CANTIDAD TO TAB-DIA-FACTURAS (DIA-IDX)
064100     END-IF.
064200 2500-ACUMULAR-DIA-EXIT.
064300     EXIT.
064400******************************************************************
064500*    2600-ACUMULAR-ANIO.
064600*    ADD THE Z INTO ITS STATION/MONTH LINE OF LAST YEAR. THE
064700*    FILES ARE IN DATE ORDER, SO A NEW DATE IS A NEW TRADING
064800*    DAY FOR THE MONTHLY DAILY AVERAGE.
064900******************************************************************
065000 2600-ACUMULAR-ANIO.
065100     MOVE ZDT-ESTACION TO CLAVE-ESTACION.
065200     DIVIDE ZDT-FECHA BY 100 GIVING CLAVE-PERIODO.
065300     PERFORM 7100-BUSCAR-ANIO THRU 7100-BUSCAR-ANIO-EXIT.
065400     IF NOT ANI-HALLADO THEN
065500         IF ANI-USADOS < ANI-MAXIMO THEN
065600             ADD 1 TO ANI-USADOS
065700             MOVE ANI-USADOS TO ANI-IDX
065800             MOVE ZDT-ESTACION TO TAB-ANI-ESTACION (ANI-IDX)
065900             MOVE CLAVE-PERIODO TO TAB-ANI-PERIODO (ANI-IDX)
066000             MOVE 0 TO TAB-ANI-TOTAL (ANI-IDX)
066100             MOVE 0 TO TAB-ANI-FACTURAS (ANI-IDX)
066200             MOVE 0 TO TAB-ANI-DIAS (ANI-IDX)
066300             MOVE 0 TO TAB-ANI-ULT-FECHA (ANI-IDX)
066400             SET ANI-HALLADO TO TRUE
066500         ELSE
066600             DISPLAY "IFUTEND: TABLA DEL ANIO ANTERIOR "
066700                 "COMPLETA, SE OMITE " ZDT-ESTACION
066800         END-IF
066900     END-IF.
067000     IF ANI-HALLADO THEN
067100         ADD SUMA-TOTAL TO TAB-ANI-TOTAL (ANI-IDX)
067200         ADD ZDT-FAC-CANTIDAD TO TAB-ANI-FACTURAS (ANI-IDX)
067300         IF ZDT-FECHA NOT = TAB-ANI-ULT-FECHA (ANI-IDX) THEN
067400             ADD 1 TO TAB-ANI-DIAS (ANI-IDX)
067500             MOVE ZDT-FECHA TO TAB-ANI-ULT-FECHA (ANI-IDX)
067600         END-IF
067700     END-IF.
067800 2600-ACUMULAR-ANIO-EXIT.
067900     EXIT.
068000******************************************************************
068100*    3000-LISTAR-ESTACIONES.
068200*    COLLECT THE STATIONS THAT TRADED INSIDE THE RANGE, THEN
068300*    LIST EACH ONE'S DAYS UNDER ITS OWN HEADING AND FOOTING.
068400******************************************************************
068500 3000-LISTAR-ESTACIONES.
068600     IF REP-FILE-STATUS NOT = "00" THEN
068700         GO TO 3000-LISTAR-ESTACIONES-EXIT
068800     END-IF.
068900     MOVE 0 TO DIA-IDX.
069000     PERFORM 3100-ANOTAR-ESTACION THRU 3100-ANOTAR-ESTACION-EXIT
069100         UNTIL DIA-IDX >= DIA-USADOS.
069200     MOVE 0 TO EST-IDX.
069300     PERFORM 3200-UNA-ESTACION THRU 3200-UNA-ESTACION-EXIT
069400         UNTIL EST-IDX >= EST-USADAS.
069500 3000-LISTAR-ESTACIONES-EXIT.
069600     EXIT.
069700 3100-ANOTAR-ESTACION.
069800     ADD 1 TO DIA-IDX.
069900     IF TAB-DIA-FECHA (DIA-IDX) < FECHA-DESDE THEN
070000         GO TO 3100-ANOTAR-ESTACION-EXIT
070100     END-IF.
070200     MOVE "N" TO EST-HALLADA-SW.
070300     MOVE 0 TO EST-IDX.
070400     PERFORM 3110-BUSCAR-ESTACION THRU 3110-BUSCAR-ESTACION-EXIT
070500         UNTIL EST-HALLADA OR EST-IDX >= EST-USADAS.
070600     IF NOT EST-HALLADA THEN
070700         IF EST-USADAS < EST-MAXIMO THEN
070800             ADD 1 TO EST-USADAS
070900             MOVE TAB-DIA-ESTACION (DIA-IDX)
071000                 TO TAB-EST-CODIGO (EST-USADAS)
071100             MOVE 0 TO TAB-EST-TOTAL (EST-USADAS)
071200             MOVE 0 TO TAB-EST-TOT-105 (EST-USADAS)
071300             MOVE 0 TO TAB-EST-TOT-21 (EST-USADAS)
071400             MOVE 0 TO TAB-EST-EXENTO (EST-USADAS)
071500             MOVE 0 TO TAB-EST-FACTURAS (EST-USADAS)
071600             MOVE 0 TO TAB-EST-DIAS (EST-USADAS)
071700             MOVE 0 TO TAB-EST-ALERTAS (EST-USADAS)
071800         ELSE
071900             DISPLAY "IFUTEND: TABLA DE ESTACIONES COMPLETA, "
072000                 "SE OMITE " TAB-DIA-ESTACION (DIA-IDX)
072100         END-IF
072200     END-IF.
072300 3100-ANOTAR-ESTACION-EXIT.
072400     EXIT.
072500 3110-BUSCAR-ESTACION.
072600     ADD 1 TO EST-IDX.
072700     IF TAB-EST-CODIGO (EST-IDX)
072800             = TAB-DIA-ESTACION (DIA-IDX) THEN
072900         SET EST-HALLADA TO TRUE
073000     END-IF.
073100 3110-BUSCAR-ESTACION-EXIT.
073200     EXIT.
073300******************************************************************
073400*    3200-UNA-ESTACION.
073500*    HEADING, ONE LINE PER TRADING DAY OF THE RANGE, FOOTING.
073600******************************************************************
073700 3200-UNA-ESTACION.
073800     ADD 1 TO EST-IDX.
073900     MOVE SPACES TO REP-LINEA.
074000     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
074100     MOVE TAB-EST-CODIGO (EST-IDX) TO EST-CODIGO.
074200     MOVE EST-LINEA TO REP-LINEA.
074300     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
074400     MOVE 0 TO DIA-ACTUAL.
074500     PERFORM 4000-UN-DIA THRU 4000-UN-DIA-EXIT
074600         UNTIL DIA-ACTUAL >= DIA-USADOS.
074700     PERFORM 3300-PIE-ESTACION THRU 3300-PIE-ESTACION-EXIT.
074800 3200-UNA-ESTACION-EXIT.
074900     EXIT.
075000******************************************************************
075100*    3300-PIE-ESTACION.
075200*    THE STATION'S FIGURES FOR THE WHOLE RANGE.
075300******************************************************************
075400 3300-PIE-ESTACION.
075500     MOVE TAB-EST-TOTAL (EST-IDX) TO SUMA-TOTAL.
075600     MOVE TAB-EST-TOT-105 (EST-IDX) TO SUMA-105.
075700     MOVE TAB-EST-TOT-21 (EST-IDX) TO SUMA-21.
075800     MOVE TAB-EST-EXENTO (EST-IDX) TO SUMA-EXENTO.
075900     MOVE TAB-EST-FACTURAS (EST-IDX) TO SUMA-FACTURAS.
076000     PERFORM 6000-CALCULAR-MEZCLA THRU 6000-CALCULAR-MEZCLA-EXIT.
076100     MOVE TAB-EST-DIAS (EST-IDX) TO TEST-DIAS.
076200     MOVE SUMA-TOTAL TO TEST-TOTAL.
076300     MOVE SUMA-FACTURAS TO TEST-FACTURAS.
076400     MOVE TICKET-ACTUAL TO TEST-TICKET.
076500     MOVE DET-PCT-105 TO TEST-PCT-105.
076600     MOVE DET-PCT-21 TO TEST-PCT-21.
076700     MOVE DET-PCT-EXENTO TO TEST-PCT-EXENTO.
076800     MOVE TAB-EST-ALERTAS (EST-IDX) TO TEST-ALERTAS.
076900     MOVE TEST-LINEA TO REP-LINEA.
077000     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
077100 3300-PIE-ESTACION-EXIT.
077200     EXIT.
077300******************************************************************
077400*    4000-UN-DIA.
077500*    ONE TRADING DAY OF THE CURRENT STATION INSIDE THE RANGE:
077600*    ITS FIGURES, THE TWO COMPARISONS AND THE ALERT MARK.
077700******************************************************************
077800 4000-UN-DIA.
077900     ADD 1 TO DIA-ACTUAL.
078000     IF TAB-DIA-ESTACION (DIA-ACTUAL)
078100             NOT = TAB-EST-CODIGO (EST-IDX)
078200             OR TAB-DIA-FECHA (DIA-ACTUAL) < FECHA-DESDE THEN
078300         GO TO 4000-UN-DIA-EXIT
078400     END-IF.
078500     MOVE "N" TO ALERTA-DIA-SW.
078600     MOVE TAB-DIA-FECHA (DIA-ACTUAL) TO FECHA-TRABAJO.
078700     PERFORM 8200-EDITAR-FECHA THRU 8200-EDITAR-FECHA-EXIT.
078800     COMPUTE FECHA-ENTERA = FUNCTION INTEGER-OF-DATE
078900         (TAB-DIA-FECHA (DIA-ACTUAL)).
079000     COMPUTE DIA-SEMANA-PRUEBA
079100         = FUNCTION MOD (FECHA-ENTERA - 1, 7) + 1.
079200     MOVE TAB-NOMBRE-DIA (DIA-SEMANA-PRUEBA) TO DET-DIA.
079300     MOVE TAB-DIA-TOTAL (DIA-ACTUAL) TO SUMA-TOTAL.
079400     MOVE TAB-DIA-TOT-105 (DIA-ACTUAL) TO SUMA-105.
079500     MOVE TAB-DIA-TOT-21 (DIA-ACTUAL) TO SUMA-21.
079600     MOVE TAB-DIA-EXENTO (DIA-ACTUAL) TO SUMA-EXENTO.
079700     MOVE TAB-DIA-FACTURAS (DIA-ACTUAL) TO SUMA-FACTURAS.
079800     PERFORM 6000-CALCULAR-MEZCLA THRU 6000-CALCULAR-MEZCLA-EXIT.
079900     MOVE SUMA-TOTAL TO DET-TOTAL.
080000     MOVE SUMA-FACTURAS TO DET-FACTURAS.
080100     MOVE TICKET-ACTUAL TO DET-TICKET.
080200     MOVE SUMA-TOTAL TO DIA-TOTAL-ACT.
080300     MOVE SUMA-FACTURAS TO DIA-FACTURAS-ACT.
080400     PERFORM 4100-COMPARAR-SEMANAS
080500         THRU 4100-COMPARAR-SEMANAS-EXIT.
080600     PERFORM 4200-COMPARAR-ANIO THRU 4200-COMPARAR-ANIO-EXIT.
080700     IF ALERTA-DIA THEN
080800         MOVE "ALERTA" TO DET-ALERTA
080900         ADD 1 TO DIAS-CON-ALERTA
081000         ADD 1 TO TAB-EST-ALERTAS (EST-IDX)
081100     ELSE
081200         MOVE SPACES TO DET-ALERTA
081300     END-IF.
081400     MOVE DET-LINEA TO REP-LINEA.
081500     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
081600     ADD 1 TO DIAS-LISTADOS.
081700     ADD 1 TO TAB-EST-DIAS (EST-IDX).
081800     ADD DIA-TOTAL-ACT TO TAB-EST-TOTAL (EST-IDX).
081900     ADD TAB-DIA-TOT-105 (DIA-ACTUAL)
082000         TO TAB-EST-TOT-105 (EST-IDX).
082100     ADD TAB-DIA-TOT-21 (DIA-ACTUAL) TO TAB-EST-TOT-21 (EST-IDX).
082200     ADD TAB-DIA-EXENTO (DIA-ACTUAL) TO TAB-EST-EXENTO (EST-IDX).
082300     ADD DIA-FACTURAS-ACT TO TAB-EST-FACTURAS (EST-IDX).
082400 4000-UN-DIA-EXIT.
082500     EXIT.
082600******************************************************************
082700*    4100-COMPARAR-SEMANAS.
082800*    AVERAGE OF THE SAME WEEKDAY OVER THE PREVIOUS WEEKS THAT
082900*    TRADED. THE TICKET BASE IS THEIR TOTAL OVER THEIR INVOICES.
083000******************************************************************
083100 4100-COMPARAR-SEMANAS.
083200     MOVE 0 TO BASE-SEM-DIAS.
083300     MOVE 0 TO BASE-SEM-SUMA.
083400     MOVE 0 TO BASE-SEM-FACTURAS.
083500     MOVE TAB-DIA-ESTACION (DIA-ACTUAL) TO CLAVE-ESTACION.
083600     MOVE 0 TO SEMANA-IDX.
083700     PERFORM 4110-UNA-SEMANA THRU 4110-UNA-SEMANA-EXIT
083800         UNTIL SEMANA-IDX >= SEMANAS-COMPARAR.
083900     IF BASE-SEM-DIAS = 0 THEN
084000         MOVE 0 TO VALOR-BASE
084100     ELSE
084200         COMPUTE VALOR-BASE ROUNDED
084300             = BASE-SEM-SUMA / BASE-SEM-DIAS
084400     END-IF.
084500     MOVE DIA-TOTAL-ACT TO VALOR-ACTUAL.
084600     PERFORM 4500-VARIACION THRU 4500-VARIACION-EXIT.
084700     MOVE VAR-TRABAJO TO DET-SEM-TOTAL.
084800     MOVE MARCA-TRABAJO TO DET-MRC-SEM-TOTAL.
084900     IF BASE-SEM-FACTURAS = 0 OR DIA-FACTURAS-ACT = 0 THEN
085000         MOVE 0 TO VALOR-BASE
085100     ELSE
085200         COMPUTE VALOR-BASE ROUNDED
085300             = BASE-SEM-SUMA / BASE-SEM-FACTURAS
085400     END-IF.
085500     MOVE TICKET-ACTUAL TO VALOR-ACTUAL.
085600     PERFORM 4500-VARIACION THRU 4500-VARIACION-EXIT.
085700     MOVE VAR-TRABAJO TO DET-SEM-TICKET.
085800     MOVE MARCA-TRABAJO TO DET-MRC-SEM-TICKET.
085900 4100-COMPARAR-SEMANAS-EXIT.
086000     EXIT.
086100 4110-UNA-SEMANA.
086200     ADD 1 TO SEMANA-IDX.
086300     COMPUTE FECHA-ENTERA = FUNCTION INTEGER-OF-DATE
086400         (TAB-DIA-FECHA (DIA-ACTUAL)) - 7 * SEMANA-IDX.
086500     COMPUTE CLAVE-FECHA
086600         = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA).
086700     PERFORM 7000-BUSCAR-DIA THRU 7000-BUSCAR-DIA-EXIT.
086800     IF DIA-HALLADO THEN
086900         ADD 1 TO BASE-SEM-DIAS
087000         ADD TAB-DIA-TOTAL (DIA-IDX) TO BASE-SEM-SUMA
087100         ADD TAB-DIA-FACTURAS (DIA-IDX) TO BASE-SEM-FACTURAS
087200     END-IF.
087300 4110-UNA-SEMANA-EXIT.
087400     EXIT.
087500******************************************************************
087600*    4200-COMPARAR-ANIO.
087700*    DAILY AVERAGE AND AVERAGE TICKET OF THE SAME MONTH LAST
087800*    YEAR FOR THE STATION.
087900******************************************************************
088000 4200-COMPARAR-ANIO.
088100     MOVE TAB-DIA-ESTACION (DIA-ACTUAL) TO CLAVE-ESTACION.
088200     COMPUTE CLAVE-PERIODO
088300         = TAB-DIA-FECHA (DIA-ACTUAL) / 100 - 100.
088400     PERFORM 7100-BUSCAR-ANIO THRU 7100-BUSCAR-ANIO-EXIT.
088500     MOVE 0 TO VALOR-BASE.
088600     IF ANI-HALLADO THEN
088700         IF TAB-ANI-DIAS (ANI-IDX) > 0 THEN
088800             COMPUTE VALOR-BASE ROUNDED
088900                 = TAB-ANI-TOTAL (ANI-IDX)
089000                 / TAB-ANI-DIAS (ANI-IDX)
089100         END-IF
089200     END-IF.
089300     MOVE DIA-TOTAL-ACT TO VALOR-ACTUAL.
089400     PERFORM 4500-VARIACION THRU 4500-VARIACION-EXIT.
089500     MOVE VAR-TRABAJO TO DET-ANI-TOTAL.
089600     MOVE MARCA-TRABAJO TO DET-MRC-ANI-TOTAL.
089700     MOVE 0 TO VALOR-BASE.
089800     IF ANI-HALLADO AND DIA-FACTURAS-ACT > 0 THEN
089900         IF TAB-ANI-FACTURAS (ANI-IDX) > 0 THEN
090000             COMPUTE VALOR-BASE ROUNDED
090100                 = TAB-ANI-TOTAL (ANI-IDX)
090200                 / TAB-ANI-FACTURAS (ANI-IDX)
090300         END-IF
090400     END-IF.
090500     MOVE TICKET-ACTUAL TO VALOR-ACTUAL.
090600     PERFORM 4500-VARIACION THRU 4500-VARIACION-EXIT.
090700     MOVE VAR-TRABAJO TO DET-ANI-TICKET.
090800     MOVE MARCA-TRABAJO TO DET-MRC-ANI-TICKET.
090900 4200-COMPARAR-ANIO-EXIT.
091000     EXIT.
091100******************************************************************
091200*    4500-VARIACION.
091300*    PERCENT CHANGE OF VALOR-ACTUAL AGAINST VALOR-BASE, EDITED
091400*    INTO VAR-TRABAJO, WITH "*" IN MARCA-TRABAJO WHEN IT FALLS
091500*    OUTSIDE THE BAND. A ZERO BASE HAS NOTHING TO COMPARE.
091600******************************************************************
091700 4500-VARIACION.
091800     MOVE SPACE TO MARCA-TRABAJO.
091900     IF VALOR-BASE NOT > 0 THEN
092000         MOVE "     S/D" TO VAR-TRABAJO
092100         GO TO 4500-VARIACION-EXIT
092200     END-IF.
092300     COMPUTE VARIACION ROUNDED
092400         = (VALOR-ACTUAL - VALOR-BASE) * 100 / VALOR-BASE
092500         ON SIZE ERROR
092600             MOVE 99999.9 TO VARIACION
092700     END-COMPUTE.
092800     MOVE VARIACION TO VAR-EDIT.
092900     MOVE VAR-EDIT TO VAR-TRABAJO.
093000     IF VARIACION > BANDA-PORCENTAJE
093100             OR VARIACION < BANDA-NEGATIVA THEN
093200         MOVE "*" TO MARCA-TRABAJO
093300         SET ALERTA-DIA TO TRUE
093400     END-IF.
093500 4500-VARIACION-EXIT.
093600     EXIT.
093700******************************************************************
093800*    5000-TOTALES-FINALES.
093900*    THE COUNTS THAT TIE THE LISTING BACK TO THE DETAIL FILES.
094000******************************************************************
094100 5000-TOTALES-FINALES.
094200     IF REP-FILE-STATUS NOT = "00" THEN
094300         GO TO 5000-TOTALES-FINALES-EXIT
094400     END-IF.
094500     MOVE SPACES TO REP-LINEA.
094600     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
094700     MOVE "LINEAS DE DETALLE LEIDAS" TO CNT-TEXTO.
094800     MOVE ZDT-LEIDOS TO CNT-VALOR.
094900     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
095000     MOVE "CIERRES Z EN EL PERIODO" TO CNT-TEXTO.
095100     MOVE ZDT-EN-PERIODO TO CNT-VALOR.
095200     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
095300     MOVE "CIERRES Z EN DIAS NO LABORABLES" TO CNT-TEXTO.
095400     MOVE ZDT-DIA-CERRADO TO CNT-VALOR.
095500     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
095600     MOVE "DIAS DE ESTACION LISTADOS" TO CNT-TEXTO.
095700     MOVE DIAS-LISTADOS TO CNT-VALOR.
095800     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
095900     MOVE "DIAS FUERA DE BANDA" TO CNT-TEXTO.
096000     MOVE DIAS-CON-ALERTA TO CNT-VALOR.
096100     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
096200     IF TABLA-LLENA THEN
096300         MOVE "*** TABLA DE DIAS COMPLETA, LISTADO INCOMPLETO"
096400             TO REP-LINEA
096500         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
096600     END-IF.
096700 5000-TOTALES-FINALES-EXIT.
096800     EXIT.
096900 5100-LINEA-CONTADOR.
097000     MOVE CNT-LINEA TO REP-LINEA.
097100     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
097200 5100-LINEA-CONTADOR-EXIT.
097300     EXIT.
097400******************************************************************
097500*    6000-CALCULAR-MEZCLA.
097600*    AVERAGE TICKET AND THE SHARE OF EACH RATE FROM THE SUMA-
097700*    FIELDS, INTO TICKET-ACTUAL AND THE DETAIL-LINE PERCENTS.
097800******************************************************************
097900 6000-CALCULAR-MEZCLA.
098000     MOVE 0 TO TICKET-ACTUAL.
098100     IF SUMA-FACTURAS > 0 THEN
098200         COMPUTE TICKET-ACTUAL ROUNDED
098300             = SUMA-TOTAL / SUMA-FACTURAS
098400     END-IF.
098500     IF SUMA-TOTAL = 0 THEN
098600         MOVE 0 TO DET-PCT-105
098700         MOVE 0 TO DET-PCT-21
098800         MOVE 0 TO DET-PCT-EXENTO
098900         GO TO 6000-CALCULAR-MEZCLA-EXIT
099000     END-IF.
099100     COMPUTE PORCENTAJE ROUNDED = SUMA-105 * 100 / SUMA-TOTAL.
099200     MOVE PORCENTAJE TO DET-PCT-105.
099300     COMPUTE PORCENTAJE ROUNDED = SUMA-21 * 100 / SUMA-TOTAL.
099400     MOVE PORCENTAJE TO DET-PCT-21.
099500     COMPUTE PORCENTAJE ROUNDED
099600         = SUMA-EXENTO * 100 / SUMA-TOTAL.
099700     MOVE PORCENTAJE TO DET-PCT-EXENTO.
099800 6000-CALCULAR-MEZCLA-EXIT.
099900     EXIT.
100000******************************************************************
100100*    7000-BUSCAR-DIA.
100200*    LOCATE CLAVE-ESTACION/CLAVE-FECHA IN THE DAILY TABLE.
100300******************************************************************
100400 7000-BUSCAR-DIA.
100500     MOVE "N" TO DIA-HALLADO-SW.
100600     MOVE 0 TO DIA-IDX.
100700     PERFORM 7010-PROBAR-DIA THRU 7010-PROBAR-DIA-EXIT
100800         UNTIL DIA-HALLADO OR DIA-IDX >= DIA-USADOS.
100900 7000-BUSCAR-DIA-EXIT.
101000     EXIT.
101100 7010-PROBAR-DIA.
101200     ADD 1 TO DIA-IDX.
101300     IF TAB-DIA-ESTACION (DIA-IDX) = CLAVE-ESTACION
101400             AND TAB-DIA-FECHA (DIA-IDX) = CLAVE-FECHA THEN
101500         SET DIA-HALLADO TO TRUE
101600     END-IF.
101700 7010-PROBAR-DIA-EXIT.
101800     EXIT.
101900******************************************************************
102000*    7100-BUSCAR-ANIO.
102100*    LOCATE CLAVE-ESTACION/CLAVE-PERIODO IN THE MONTHLY TABLE.
102200******************************************************************
102300 7100-BUSCAR-ANIO.
102400     MOVE "N" TO ANI-HALLADO-SW.
102500     MOVE 0 TO ANI-IDX.
102600     PERFORM 7110-PROBAR-ANIO THRU 7110-PROBAR-ANIO-EXIT
102700         UNTIL ANI-HALLADO OR ANI-IDX >= ANI-USADOS.
102800 7100-BUSCAR-ANIO-EXIT.
102900     EXIT.
103000 7110-PROBAR-ANIO.
103100     ADD 1 TO ANI-IDX.
103200     IF TAB-ANI-ESTACION (ANI-IDX) = CLAVE-ESTACION
103300             AND TAB-ANI-PERIODO (ANI-IDX) = CLAVE-PERIODO THEN
103400         SET ANI-HALLADO TO TRUE
103500     END-IF.
103600 7110-PROBAR-ANIO-EXIT.
103700     EXIT.
103800******************************************************************
103900*    8000-GRABAR-LINEA.
104000*    WRITE THE LINE ALREADY PLACED IN REP-LINEA, STARTING A NEW
104100*    PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
104200******************************************************************
104300 8000-GRABAR-LINEA.
104400     IF LINEA-ACTUAL > LINEAS-POR-PAGINA THEN
104500         PERFORM 8100-ENCABEZADO THRU 8100-ENCABEZADO-EXIT
104600     END-IF.
104700     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
104800     ADD 1 TO LINEA-ACTUAL.
104900 8000-GRABAR-LINEA-EXIT.
105000     EXIT.
105100 8100-ENCABEZADO.
105200     MOVE REP-LINEA TO LINEA-GUARDADA.
105300     ADD 1 TO PAGINA-ACTUAL.
105400     MOVE PAGINA-ACTUAL TO CAB1-PAGINA.
105500     IF PAGINA-ACTUAL = 1 THEN
105600         WRITE REP-LINEA FROM CAB-LINEA1
105700             AFTER ADVANCING 1 LINE
105800     ELSE
105900         WRITE REP-LINEA FROM CAB-LINEA1
106000             AFTER ADVANCING PAGE
106100     END-IF.
106200     WRITE REP-LINEA FROM CAB-LINEA2
106300         AFTER ADVANCING 1 LINE.
106400     WRITE REP-LINEA FROM CAB-LINEA3
106500         AFTER ADVANCING 1 LINE.
106600     MOVE SPACES TO REP-LINEA.
106700     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
106800     MOVE 5 TO LINEA-ACTUAL.
106900     MOVE LINEA-GUARDADA TO REP-LINEA.
107000 8100-ENCABEZADO-EXIT.
107100     EXIT.
107200******************************************************************
107300*    8200-EDITAR-FECHA.
107400*    FORMAT THE DATE IN FECHA-TRABAJO AS AAAA/MM/DD INTO THE
107500*    DETAIL-LINE DATE FIELD, WHERE CALLERS PICK IT UP.
107600******************************************************************
107700 8200-EDITAR-FECHA.
107800     MOVE FECHA-TRAB-AAAA TO DET-FECHA-AAAA.
107900     MOVE FECHA-TRAB-MM TO DET-FECHA-MM.
108000     MOVE FECHA-TRAB-DD TO DET-FECHA-DD.
108100 8200-EDITAR-FECHA-EXIT.
108200     EXIT.
108300******************************************************************
108400*    9000-FINALIZAR.
108500******************************************************************
108600 9000-FINALIZAR.
108700     IF ZDT-FILE-STATUS = "00" OR ZDT-FILE-STATUS = "10" THEN
108800         CLOSE ZDT-FILE
108900     END-IF.
109000     IF REP-FILE-STATUS = "00" THEN
109100         CLOSE REP-FILE
109200     END-IF.
109300     DISPLAY "IFUTEND: " DIAS-CON-ALERTA " DIAS FUERA DE BANDA "
109400         "DE " DIAS-LISTADOS ", LISTADO EN IFUTENDL".
109500 9000-FINALIZAR-EXIT.
109600     EXIT.
109700 END PROGRAM     IFUTEND.
