000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUNCRD.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUNCRD
000900*    Credit-note watch report. For a keyed date range every Z
001000*    of the Z-detail file IFUZDET (and its dated IFUZDTH<AAAAMM>
001100*    history) is paired with its audit line in IFUAUD (and
001200*    IFUAUDH<AAAAMM>) by station, date and Z number to learn
001300*    the operator who ran it (AUD-OPERADOR), and one line is
001400*    listed per station, day and operator with the invoices and
001500*    credit notes issued and their ratio (ZDT-NC-CANTIDAD over
001600*    ZDT-FAC-CANTIDAD). A ratio above the keyed limit is marked
001700*    NC ALTA. The station's credit notes of the day are also
001800*    set against its own daily average over the previous
001900*    DIAS-PROMEDIO days that traded, and a day more than the
002000*    keyed percentage above it is marked SALTO NC. Beside each
002100*    line stands the station/day's over/short, worked out as
002200*    IFUARQR does it (the IFUARQ cash count against the audit
002300*    Z total, beyond a limit keyed in centavos), so a shortage
002400*    and a spike in credit notes on the same day stand out
002500*    together ("<<<"). Recaps by operator and by station follow
002600*    the detail. Listing IFUNCRDL.
002700*
002800*    MODIFICATION HISTORY.
002900*    DATE       INIT DESCRIPTION
003000*    2026-10-15 SIS  Original credit-note watch report.
003100*    2026-10-15 SIS  A LINE WHOSE STATION/DAY FOUND THE DAY
003200*                    TABLE FULL PRINTS NO DAY FIGURES, SPIKE OR
003300*                    OVER/SHORT INSTEAD OF ANOTHER SLOT'S, AND
003400*                    THE COUNTS WARN THAT THE TABLE OVERFLOWED.
003500******************************************************************
003600 ENVIRONMENT     DIVISION.
003700 CONFIGURATION   SECTION.
003800 INPUT-OUTPUT    SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL AUD-FILE ASSIGN TO "IFUAUD"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS AUD-FILE-STATUS.
004300     SELECT OPTIONAL ZDT-FILE ASSIGN TO "IFUZDET"
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS ZDT-FILE-STATUS.
004600     SELECT OPTIONAL ARQ-FILE ASSIGN TO "IFUARQ"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS ARQ-FILE-STATUS.
004900     SELECT OPTIONAL HST-AUD-FILE ASSIGN USING HST-AUD-NOMBRE
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS HST-AUD-STATUS.
005200     SELECT OPTIONAL HST-ZDT-FILE ASSIGN USING HST-ZDT-NOMBRE
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS HST-ZDT-STATUS.
005500     SELECT REP-FILE ASSIGN TO "IFUNCRDL"
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS REP-FILE-STATUS.
005800 DATA            DIVISION.
005900 FILE SECTION.
006000 COPY IFUAUD.
006100 COPY IFUZDET.
006200 COPY IFUARQ.
006300 FD  HST-AUD-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  HST-AUD-RECORD          PIC X(53).
006600 FD  HST-ZDT-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  HST-ZDT-RECORD          PIC X(134).
006900 FD  REP-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  REP-LINEA               PIC X(132).
007200 WORKING-STORAGE SECTION.
007300 01  AUD-FILE-STATUS         PIC X(02).
007400 01  ZDT-FILE-STATUS         PIC X(02).
007500 01  ARQ-FILE-STATUS         PIC X(02).
007600 01  HST-AUD-STATUS          PIC X(02).
007700 01  HST-ZDT-STATUS          PIC X(02).
007800 01  REP-FILE-STATUS         PIC X(02).
007900******************************************************************
008000*    DATED HISTORY FILE NAMES AND THE PERIOD CURSOR THAT WALKS
008100*    THE ARCHIVED MONTHS OF THE RANGE, PER IFUARCH.
008200******************************************************************
008300 01  HST-AUD-NOMBRE          PIC X(13).
008400 01  HST-ZDT-NOMBRE          PIC X(13).
008500 77  HST-EOF-SW           PIC X(01)       VALUE "N".
008600     88  HST-EOF                          VALUE "Y".
008700 77  FECHA-HOY            PIC 9(08)       VALUE 0.
008800 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
008900 77  PERIODO-TOPE         PIC 9(06)       VALUE 0.
009000 01  PERIODO-CURSOR.
009100     05  PER-CUR-AAAA        PIC 9(04).
009200     05  PER-CUR-MM          PIC 9(02).
009300 01  PERIODO-CURSOR-N REDEFINES PERIODO-CURSOR PIC 9(06).
009400******************************************************************
009500*    SWITCHES AND COUNTERS.
009600******************************************************************
009700 77  AUD-EOF-SW           PIC X(01)       VALUE "N".
009800     88  AUD-EOF                          VALUE "Y".
009900 77  ZDT-EOF-SW           PIC X(01)       VALUE "N".
010000     88  ZDT-EOF                          VALUE "Y".
010100 77  ARQ-EOF-SW           PIC X(01)       VALUE "N".
010200     88  ARQ-EOF                          VALUE "Y".
010300 77  HALLADO-SW           PIC X(01)       VALUE "N".
010400     88  HALLADO                          VALUE "S".
010500 77  MARCA-NC-SW          PIC X(01)       VALUE "N".
010600     88  MARCA-NC                         VALUE "S".
010700 77  FALTANTE-SW          PIC X(01)       VALUE "N".
010800     88  FALTANTE                         VALUE "S".
010900 77  DIA-TRUNCA-SW        PIC X(01)       VALUE "N".
011000     88  DIA-TRUNCA                       VALUE "S".
011100 77  AUD-LEIDOS           PIC 9(07) COMP  VALUE 0.
011200 77  ZDT-EN-PERIODO       PIC 9(07) COMP  VALUE 0.
011300 77  ZDT-SIN-AUDITORIA    PIC 9(05) COMP  VALUE 0.
011400 77  ARQ-EN-PERIODO       PIC 9(05) COMP  VALUE 0.
011500 77  LINEAS-LISTADAS      PIC 9(05) COMP  VALUE 0.
011600 77  LINEAS-MARCADAS      PIC 9(05) COMP  VALUE 0.
011700 77  NC-Y-FALTANTE        PIC 9(05) COMP  VALUE 0.
011800 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
011900 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
012000 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
012100******************************************************************
012200*    REPORT PARAMETERS. THE RECENT AVERAGE LOOKS BACK
012300*    DIAS-PROMEDIO CALENDAR DAYS, SO THE DETAIL IS LOADED FROM
012400*    FECHA-VENTANA ON. A SPIKE NEEDS AT LEAST NC-MINIMO-SALTO
012500*    CREDIT NOTES, SO ONE NOTE AT A TILL THAT NEVER ISSUES ANY
012600*    DOES NOT FILL THE LISTING. THE OVER/SHORT LIMIT IS KEYED
012700*    IN CENTAVOS, AS IN IFUARQR.
012800******************************************************************
012900 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
013000 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
013100 01  RATIO-LIMITE            PIC 9(03)    VALUE 0.
013200 01  SALTO-PORCENTAJE        PIC 9(03)    VALUE 0.
013300 01  LIMITE-CENTAVOS         PIC 9(07)    VALUE 0.
013400 01  LIMITE                  PIC 9(09)V99 VALUE 0.
013500 77  RATIO-DEFECTO        PIC 9(03)       VALUE 5.
013600 77  SALTO-DEFECTO        PIC 9(03)       VALUE 100.
013700 77  DIAS-PROMEDIO        PIC 9(02)       VALUE 14.
013800 77  NC-MINIMO-SALTO      PIC 9(02)       VALUE 2.
013900 77  FECHA-VENTANA        PIC 9(08)       VALUE 0.
014000 77  FECHA-ENTERA         PIC 9(08) COMP  VALUE 0.
014100******************************************************************
014200*    AUDIT LINES OF THE WINDOW: WHO RAN EACH Z.
014300******************************************************************
014400 77  AUD-MAXIMO           PIC 9(05) COMP  VALUE 5000.
014500 77  AUD-USADOS           PIC 9(05) COMP  VALUE 0.
014600 77  AUD-IDX              PIC 9(05) COMP  VALUE 0.
014700 01  TAB-AUDITORIA.
014800     05  TAB-AUD OCCURS 5000 TIMES.
014900         10  TAB-AUD-FECHA       PIC 9(08).
015000         10  TAB-AUD-ESTACION    PIC X(10).
015100         10  TAB-AUD-NUMERO-Z    PIC 9(09).
015200         10  TAB-AUD-OPERADOR    PIC X(06).
015300******************************************************************
015400*    ONE SLOT PER STATION AND DAY OF THE WINDOW: THE DAY'S
015500*    INVOICES AND CREDIT NOTES AND BOTH SIDES OF THE
015600*    OVER/SHORT. SIZED LIKE THE IFUARQR TABLE.
015700******************************************************************
015800 77  DIA-MAXIMO           PIC 9(04) COMP  VALUE 3100.
015900 77  DIA-USADOS           PIC 9(04) COMP  VALUE 0.
016000 77  DIA-IDX              PIC 9(04) COMP  VALUE 0.
016100 01  TAB-DIAS.
016200     05  TAB-DIA OCCURS 3100 TIMES.
016300         10  TAB-DIA-FECHA       PIC 9(08).
016400         10  TAB-DIA-ESTACION    PIC X(10).
016500         10  TAB-DIA-FACTURAS    PIC 9(07) COMP.
016600         10  TAB-DIA-NC          PIC 9(07) COMP.
016700         10  TAB-DIA-TOTAL-Z     PIC S9(11)V99.
016800         10  TAB-DIA-ARQUEO      PIC S9(11)V99.
016900         10  TAB-DIA-ZDT-SW      PIC X(01).
017000         10  TAB-DIA-AUD-SW      PIC X(01).
017100         10  TAB-DIA-ARQ-SW      PIC X(01).
017200*                                "S" = HAY LINEAS DE ESE LADO.
017300******************************************************************
017400*    ONE SLOT PER STATION, DAY AND OPERATOR INSIDE THE RANGE:
017500*    THE LINES OF THE DETAIL, IN FILE (DATE) ORDER.
017600******************************************************************
017700 77  LIN-MAXIMO           PIC 9(04) COMP  VALUE 3100.
017800 77  LIN-USADAS           PIC 9(04) COMP  VALUE 0.
017900 77  LIN-IDX              PIC 9(04) COMP  VALUE 0.
018000 01  TAB-LINEAS.
018100     05  TAB-LIN OCCURS 3100 TIMES.
018200         10  TAB-LIN-FECHA       PIC 9(08).
018300         10  TAB-LIN-ESTACION    PIC X(10).
018400         10  TAB-LIN-OPERADOR    PIC X(06).
018500         10  TAB-LIN-CIERRES     PIC 9(03) COMP.
018600         10  TAB-LIN-FACTURAS    PIC 9(07) COMP.
018700         10  TAB-LIN-NC          PIC 9(07) COMP.
018800******************************************************************
018900*    RECAP TABLES, BY OPERATOR AND BY STATION.
019000******************************************************************
019100 77  OPE-MAXIMO           PIC 9(03) COMP  VALUE 200.
019200 77  OPE-USADOS           PIC 9(03) COMP  VALUE 0.
019300 77  OPE-IDX              PIC 9(03) COMP  VALUE 0.
019400 01  TAB-OPERADORES.
019500     05  TAB-OPE OCCURS 200 TIMES.
019600         10  TAB-OPE-CODIGO      PIC X(10).
019700         10  TAB-OPE-CIERRES     PIC 9(05) COMP.
019800         10  TAB-OPE-FACTURAS    PIC 9(09) COMP.
019900         10  TAB-OPE-NC          PIC 9(09) COMP.
020000         10  TAB-OPE-MARCADAS    PIC 9(05) COMP.
020100 77  EST-MAXIMO           PIC 9(03) COMP  VALUE 100.
020200 77  EST-USADAS           PIC 9(03) COMP  VALUE 0.
020300 77  EST-IDX              PIC 9(03) COMP  VALUE 0.
020400 01  TAB-ESTACIONES.
020500     05  TAB-EST OCCURS 100 TIMES.
020600         10  TAB-EST-CODIGO      PIC X(10).
020700         10  TAB-EST-CIERRES     PIC 9(05) COMP.
020800         10  TAB-EST-FACTURAS    PIC 9(09) COMP.
020900         10  TAB-EST-NC          PIC 9(09) COMP.
021000         10  TAB-EST-MARCADAS    PIC 9(05) COMP.
021100******************************************************************
021200*    SEARCH KEYS AND WORK FIELDS.
021300******************************************************************
021400 01  CLAVE-FECHA             PIC 9(08).
021500 01  CLAVE-ESTACION          PIC X(10).
021600 01  CLAVE-NUMERO-Z          PIC 9(09).
021700 01  CLAVE-OPERADOR          PIC X(10).
021800 77  DIA-LINEA            PIC 9(04) COMP  VALUE 0.
021900 77  DIA-ATRAS            PIC 9(02) COMP  VALUE 0.
022000 77  DIAS-CON-DATOS       PIC 9(02) COMP  VALUE 0.
022100 01  SUMA-NC-RECIENTE        PIC 9(09)    VALUE 0.
022200 01  PROMEDIO-NC             PIC 9(07)V99 VALUE 0.
022300 01  TOPE-SALTO              PIC 9(09)V99 VALUE 0.
022400 01  RATIO-TRABAJO           PIC 9(03)V9  VALUE 0.
022500 01  DELTA-TRABAJO           PIC S9(11)V99 VALUE 0.
022600 01  DELTA-ABSOLUTO          PIC 9(11)V99 VALUE 0.
022700 01  REC-CIERRES             PIC 9(05)    VALUE 0.
022800 01  REC-FACTURAS            PIC 9(09)    VALUE 0.
022900 01  REC-NC                  PIC 9(09)    VALUE 0.
023000 01  PROMEDIO-EDIT           PIC ZZZ9.99.
023100 01  DELTA-EDIT              PIC ZZZZZZZZZ9.99-.
023200******************************************************************
023300*    REPORT LINES.
023400******************************************************************
023500 01  CAB-LINEA1.
023600     05  FILLER              PIC X(10)    VALUE "IFUNCRD".
023700     05  FILLER              PIC X(46)
023800         VALUE "NOTAS DE CREDITO POR ESTACION, DIA Y OPERADOR".
023900     05  FILLER              PIC X(52)    VALUE SPACES.
024000     05  FILLER              PIC X(08)    VALUE "PAGINA".
024100     05  CAB1-PAGINA         PIC ZZZ9.
024200 01  CAB-LINEA2.
024300     05  FILLER              PIC X(08)    VALUE "DESDE".
024400     05  CAB2-DESDE          PIC 9(08).
024500     05  FILLER              PIC X(09)    VALUE "   HASTA".
024600     05  CAB2-HASTA          PIC 9(08).
024700     05  FILLER              PIC X(13)    VALUE "   NC/FAC >".
024800     05  CAB2-RATIO          PIC ZZ9.
024900     05  FILLER              PIC X(11)    VALUE "%   SALTO >".
025000     05  CAB2-SALTO          PIC ZZ9.
025100     05  FILLER              PIC X(11)    VALUE "%   LIMITE".
025200     05  CAB2-LIMITE         PIC ZZZZZZZZ9.99.
025300 01  CAB-LINEA3.
025400     05  FILLER              PIC X(22)
025500         VALUE "FECHA     ESTACION".
025600     05  FILLER              PIC X(07)    VALUE "OPERAD".
025700     05  FILLER              PIC X(10)    VALUE "  Z FACTUR".
025800     05  FILLER              PIC X(13)    VALUE "    NC NC/FA".
025900     05  FILLER              PIC X(16)    VALUE " NCDIA  PROMED".
026000     05  FILLER              PIC X(16)
026100         VALUE "     SOBR/FALT".
026200     05  FILLER              PIC X(11)    VALUE "OBSERVACION".
026300 01  DET-LINEA.
026400     05  DET-FECHA           PIC 9(08).
026500     05  FILLER              PIC X(02)    VALUE SPACES.
026600     05  DET-ESTACION        PIC X(10).
026700     05  FILLER              PIC X(02)    VALUE SPACES.
026800     05  DET-OPERADOR        PIC X(06).
026900     05  FILLER              PIC X(01)    VALUE SPACES.
027000     05  DET-CIERRES         PIC ZZ9.
027100     05  FILLER              PIC X(01)    VALUE SPACES.
027200     05  DET-FACTURAS        PIC ZZZZZ9.
027300     05  FILLER              PIC X(01)    VALUE SPACES.
027400     05  DET-NC              PIC ZZZZ9.
027500     05  FILLER              PIC X(01)    VALUE SPACES.
027600     05  DET-RATIO           PIC ZZ9.9.
027700     05  DET-MRC-RATIO       PIC X(01).
027800     05  FILLER              PIC X(01)    VALUE SPACES.
027900     05  DET-NC-DIA          PIC ZZZZ9.
028000     05  DET-NC-DIA-X REDEFINES DET-NC-DIA PIC X(05).
028100     05  FILLER              PIC X(01)    VALUE SPACES.
028200     05  DET-PROMEDIO        PIC X(07).
028300     05  DET-MRC-SALTO       PIC X(01).
028400     05  FILLER              PIC X(01)    VALUE SPACES.
028500     05  DET-DELTA           PIC X(14).
028600     05  FILLER              PIC X(02)    VALUE SPACES.
028700     05  DET-OBS-NC          PIC X(14).
028800     05  DET-OBS-ARQUEO      PIC X(11).
028900     05  DET-ALERTA          PIC X(03).
029000 01  REC-TITULO.
029100     05  REC-TITULO-TEXTO    PIC X(30).
029200 01  REC-LINEA.
029300     05  REC-CODIGO          PIC X(10).
029400     05  FILLER              PIC X(02)    VALUE SPACES.
029500     05  REC-CIERRES-ED      PIC ZZZZ9.
029600     05  FILLER              PIC X(09)    VALUE " CIERRES".
029700     05  REC-FACTURAS-ED     PIC ZZZZZZZZ9.
029800     05  FILLER              PIC X(05)    VALUE " FAC".
029900     05  REC-NC-ED           PIC ZZZZZZZZ9.
030000     05  FILLER              PIC X(04)    VALUE " NC".
030100     05  REC-RATIO-ED        PIC ZZ9.9.
030200     05  FILLER              PIC X(04)    VALUE "%".
030300     05  REC-MARCADAS-ED     PIC ZZZZ9.
030400     05  FILLER              PIC X(17)
030500         VALUE " LINEAS MARCADAS".
030600 01  CNT-LINEA.
030700     05  CNT-TEXTO           PIC X(34).
030800     05  CNT-VALOR           PIC ZZZZZZ9.
030900 01  LINEA-GUARDADA          PIC X(132).
031000 PROCEDURE       DIVISION.
031100******************************************************************
031200*    0000-MAINLINE.
031300******************************************************************
031400 0000-MAINLINE.
031500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
031600     PERFORM 2000-CARGAR-AUDITORIA
031700         THRU 2000-CARGAR-AUDITORIA-EXIT.
031800     PERFORM 3000-CARGAR-DETALLE THRU 3000-CARGAR-DETALLE-EXIT.
031900     PERFORM 3500-CARGAR-ARQUEOS THRU 3500-CARGAR-ARQUEOS-EXIT.
032000     PERFORM 4000-LISTAR-LINEAS THRU 4000-LISTAR-LINEAS-EXIT.
032100     PERFORM 5000-RECAPITULAR THRU 5000-RECAPITULAR-EXIT.
032200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
032300     STOP RUN.
032400******************************************************************
032500*    1000-INICIALIZAR.
032600*    RANGE, RATIO LIMIT, SPIKE PERCENTAGE AND OVER/SHORT LIMIT.
032700*    AN EMPTY "HASTA" MEANS TODAY AND AN EMPTY "DESDE" THE SAME
032800*    DAY; ZERO RATIO OR SPIKE TAKE THE DEFAULTS.
032900******************************************************************
033000 1000-INICIALIZAR.
033100     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
033200     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
033300     DISPLAY "IFUNCRD: FECHA DESDE (AAAAMMDD)".
033400     ACCEPT FECHA-DESDE.
033500     DISPLAY "IFUNCRD: FECHA HASTA (AAAAMMDD)".
033600     ACCEPT FECHA-HASTA.
033700     DISPLAY "IFUNCRD: LIMITE NC/FACTURAS EN % (0 = "
033800         RATIO-DEFECTO ")".
033900     ACCEPT RATIO-LIMITE.
034000     DISPLAY "IFUNCRD: SALTO SOBRE EL PROMEDIO EN % (0 = "
034100         SALTO-DEFECTO ")".
034200     ACCEPT SALTO-PORCENTAJE.
034300     DISPLAY "IFUNCRD: LIMITE DE DIFERENCIA EN CENTAVOS".
034400     ACCEPT LIMITE-CENTAVOS.
034500     IF FECHA-HASTA = 0 THEN
034600         MOVE FECHA-HOY TO FECHA-HASTA
034700     END-IF.
034800     IF FECHA-DESDE = 0 THEN
034900         MOVE FECHA-HASTA TO FECHA-DESDE
035000     END-IF.
035100     IF RATIO-LIMITE = 0 THEN
035200         MOVE RATIO-DEFECTO TO RATIO-LIMITE
035300     END-IF.
035400     IF SALTO-PORCENTAJE = 0 THEN
035500         MOVE SALTO-DEFECTO TO SALTO-PORCENTAJE
035600     END-IF.
035700     DIVIDE LIMITE-CENTAVOS BY 100 GIVING LIMITE.
035800     COMPUTE FECHA-ENTERA
035900         = FUNCTION INTEGER-OF-DATE (FECHA-DESDE)
036000         - DIAS-PROMEDIO.
036100     COMPUTE FECHA-VENTANA
036200         = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA).
036300     OPEN OUTPUT REP-FILE.
036400     IF REP-FILE-STATUS NOT = "00" THEN
036500         DISPLAY "IFUNCRD: NO SE PUDO ABRIR IFUNCRDL, ESTADO "
036600             REP-FILE-STATUS
036700         GO TO 1000-INICIALIZAR-EXIT
036800     END-IF.
036900     MOVE FECHA-DESDE TO CAB2-DESDE.
037000     MOVE FECHA-HASTA TO CAB2-HASTA.
037100     MOVE RATIO-LIMITE TO CAB2-RATIO.
037200     MOVE SALTO-PORCENTAJE TO CAB2-SALTO.
037300     MOVE LIMITE TO CAB2-LIMITE.
037400 1000-INICIALIZAR-EXIT.
037500     EXIT.
037600******************************************************************
037700*    2000-CARGAR-AUDITORIA.
037800*    THE AUDIT LINES OF THE WINDOW: ARCHIVED MONTHS OLDEST
037900*    FIRST, THEN THE LIVE FILE. EACH ONE GIVES THE OPERATOR OF
038000*    ITS Z AND ADDS TO THE STATION/DAY Z TOTAL.
038100******************************************************************
038200 2000-CARGAR-AUDITORIA.
038300     IF REP-FILE-STATUS NOT = "00" THEN
038400         GO TO 2000-CARGAR-AUDITORIA-EXIT
038500     END-IF.
038600     PERFORM 7800-LIMITES-HISTORIA
038700         THRU 7800-LIMITES-HISTORIA-EXIT.
038800     PERFORM 2100-UN-PERIODO-AUD THRU 2100-UN-PERIODO-AUD-EXIT
038900         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
039000     OPEN INPUT AUD-FILE.
039100     IF AUD-FILE-STATUS = "00" THEN
039200         PERFORM 2200-LEER-AUDITORIA
039300             THRU 2200-LEER-AUDITORIA-EXIT
039400             UNTIL AUD-EOF
039500         CLOSE AUD-FILE
039600     ELSE
039700         IF AUD-FILE-STATUS = "05" THEN
039800             CLOSE AUD-FILE
039900         ELSE
040000             DISPLAY "IFUNCRD: NO SE PUDO ABRIR IFUAUD, ESTADO "
040100                 AUD-FILE-STATUS
040200         END-IF
040300     END-IF.
040400 2000-CARGAR-AUDITORIA-EXIT.
040500     EXIT.
040600 2100-UN-PERIODO-AUD.
040700     MOVE SPACES TO HST-AUD-NOMBRE.
040800     STRING "IFUAUDH" PERIODO-CURSOR DELIMITED BY SIZE
040900         INTO HST-AUD-NOMBRE.
041000     MOVE "N" TO HST-EOF-SW.
041100     OPEN INPUT HST-AUD-FILE.
041200     IF HST-AUD-STATUS = "00" THEN
041300         PERFORM 2110-LEER-AUD-HISTORIA
041400             THRU 2110-LEER-AUD-HISTORIA-EXIT
041500             UNTIL HST-EOF
041600         CLOSE HST-AUD-FILE
041700     ELSE
041800         IF HST-AUD-STATUS = "05" THEN
041900             CLOSE HST-AUD-FILE
042000         ELSE
042100             DISPLAY "IFUNCRD: NO SE PUDO ABRIR "
042200                 HST-AUD-NOMBRE ", ESTADO " HST-AUD-STATUS
042300         END-IF
042400     END-IF.
042500     PERFORM 7810-AVANZAR-PERIODO
042600         THRU 7810-AVANZAR-PERIODO-EXIT.
042700 2100-UN-PERIODO-AUD-EXIT.
042800     EXIT.
042900 2110-LEER-AUD-HISTORIA.
043000     READ HST-AUD-FILE
043100         AT END
043200             SET HST-EOF TO TRUE
043300         NOT AT END
043400             MOVE HST-AUD-RECORD TO AUD-RECORD
043500             PERFORM 2300-ANOTAR-AUDITORIA
043600                 THRU 2300-ANOTAR-AUDITORIA-EXIT
043700     END-READ.
043800 2110-LEER-AUD-HISTORIA-EXIT.
043900     EXIT.
044000 2200-LEER-AUDITORIA.
044100     READ AUD-FILE
044200         AT END
044300             SET AUD-EOF TO TRUE
044400         NOT AT END
044500             PERFORM 2300-ANOTAR-AUDITORIA
044600                 THRU 2300-ANOTAR-AUDITORIA-EXIT
044700     END-READ.
044800 2200-LEER-AUDITORIA-EXIT.
044900     EXIT.
045000 2300-ANOTAR-AUDITORIA.
045100     IF AUD-FECHA < FECHA-VENTANA OR AUD-FECHA > FECHA-HASTA THEN
045200         GO TO 2300-ANOTAR-AUDITORIA-EXIT
045300     END-IF.
045400     ADD 1 TO AUD-LEIDOS.
045500     IF AUD-USADOS < AUD-MAXIMO THEN
045600         ADD 1 TO AUD-USADOS
045700         MOVE AUD-FECHA TO TAB-AUD-FECHA (AUD-USADOS)
045800         MOVE AUD-ESTACION TO TAB-AUD-ESTACION (AUD-USADOS)
045900         MOVE AUD-NUMERO-Z TO TAB-AUD-NUMERO-Z (AUD-USADOS)
046000         MOVE AUD-OPERADOR TO TAB-AUD-OPERADOR (AUD-USADOS)
046100     ELSE
046200         DISPLAY "IFUNCRD: TABLA DE AUDITORIA COMPLETA, SE "
046300             "OMITE " AUD-ESTACION " " AUD-FECHA
046400     END-IF.
046500     MOVE AUD-FECHA TO CLAVE-FECHA.
046600     MOVE AUD-ESTACION TO CLAVE-ESTACION.
046700     PERFORM 7000-UBICAR-DIA THRU 7000-UBICAR-DIA-EXIT.
046800     IF HALLADO THEN
046900         ADD AUD-TOTAL TO TAB-DIA-TOTAL-Z (DIA-IDX)
047000         MOVE "S" TO TAB-DIA-AUD-SW (DIA-IDX)
047100     END-IF.
047200 2300-ANOTAR-AUDITORIA-EXIT.
047300     EXIT.
047400******************************************************************
047500*    3000-CARGAR-DETALLE.
047600*    THE Z-DETAIL LINES OF THE WINDOW, SAME ORDER AS THE AUDIT.
047700******************************************************************
047800 3000-CARGAR-DETALLE.
047900     IF REP-FILE-STATUS NOT = "00" THEN
048000         GO TO 3000-CARGAR-DETALLE-EXIT
048100     END-IF.
048200     PERFORM 7800-LIMITES-HISTORIA
048300         THRU 7800-LIMITES-HISTORIA-EXIT.
048400     PERFORM 3100-UN-PERIODO-ZDT THRU 3100-UN-PERIODO-ZDT-EXIT
048500         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
048600     OPEN INPUT ZDT-FILE.
048700     IF ZDT-FILE-STATUS = "00" THEN
048800         PERFORM 3200-LEER-DETALLE
048900             THRU 3200-LEER-DETALLE-EXIT
049000             UNTIL ZDT-EOF
049100         CLOSE ZDT-FILE
049200     ELSE
049300         IF ZDT-FILE-STATUS = "05" THEN
049400             CLOSE ZDT-FILE
049500         ELSE
049600             DISPLAY "IFUNCRD: NO SE PUDO ABRIR IFUZDET, ESTADO "
049700                 ZDT-FILE-STATUS
049800         END-IF
049900     END-IF.
050000 3000-CARGAR-DETALLE-EXIT.
050100     EXIT.
050200 3100-UN-PERIODO-ZDT.
050300     MOVE SPACES TO HST-ZDT-NOMBRE.
050400     STRING "IFUZDTH" PERIODO-CURSOR DELIMITED BY SIZE
050500         INTO HST-ZDT-NOMBRE.
050600     MOVE "N" TO HST-EOF-SW.
050700     OPEN INPUT HST-ZDT-FILE.
050800     IF HST-ZDT-STATUS = "00" THEN
050900         PERFORM 3110-LEER-ZDT-HISTORIA
051000             THRU 3110-LEER-ZDT-HISTORIA-EXIT
051100             UNTIL HST-EOF
051200         CLOSE HST-ZDT-FILE
051300     ELSE
051400         IF HST-ZDT-STATUS = "05" THEN
051500             CLOSE HST-ZDT-FILE
051600         ELSE
051700             DISPLAY "IFUNCRD: NO SE PUDO ABRIR "
051800                 HST-ZDT-NOMBRE ", ESTADO " HST-ZDT-STATUS
051900         END-IF
052000     END-IF.
052100     PERFORM 7810-AVANZAR-PERIODO
052200         THRU 7810-AVANZAR-PERIODO-EXIT.
052300 3100-UN-PERIODO-ZDT-EXIT.
052400     EXIT.
052500 3110-LEER-ZDT-HISTORIA.
052600     READ HST-ZDT-FILE
052700         AT END
052800             SET HST-EOF TO TRUE
052900         NOT AT END
053000             MOVE HST-ZDT-RECORD TO ZDT-RECORD
053100             PERFORM 3300-ANOTAR-DETALLE
053200                 THRU 3300-ANOTAR-DETALLE-EXIT
053300     END-READ.
053400 3110-LEER-ZDT-HISTORIA-EXIT.
053500     EXIT.
053600 3200-LEER-DETALLE.
053700     READ ZDT-FILE
053800         AT END
053900             SET ZDT-EOF TO TRUE
054000         NOT AT END
054100             PERFORM 3300-ANOTAR-DETALLE
054200                 THRU 3300-ANOTAR-DETALLE-EXIT
054300     END-READ.
054400 3200-LEER-DETALLE-EXIT.
054500     EXIT.
054600******************************************************************
054700*    3300-ANOTAR-DETALLE.
054800*    EVERY Z OF THE WINDOW FEEDS ITS STATION/DAY SLOT (THE
054900*    RECENT AVERAGE NEEDS THE DAYS BEFORE THE RANGE TOO); A Z
055000*    INSIDE THE RANGE ALSO FEEDS THE LINE OF ITS OPERATOR.
055100******************************************************************
055200 3300-ANOTAR-DETALLE.
055300     IF ZDT-FECHA < FECHA-VENTANA OR ZDT-FECHA > FECHA-HASTA THEN
055400         GO TO 3300-ANOTAR-DETALLE-EXIT
055500     END-IF.
055600     MOVE ZDT-FECHA TO CLAVE-FECHA.
055700     MOVE ZDT-ESTACION TO CLAVE-ESTACION.
055800     PERFORM 7000-UBICAR-DIA THRU 7000-UBICAR-DIA-EXIT.
055900     IF HALLADO THEN
056000         ADD ZDT-FAC-CANTIDAD TO TAB-DIA-FACTURAS (DIA-IDX)
056100         ADD ZDT-NC-CANTIDAD TO TAB-DIA-NC (DIA-IDX)
056200         MOVE "S" TO TAB-DIA-ZDT-SW (DIA-IDX)
056300     END-IF.
056400     IF ZDT-FECHA < FECHA-DESDE THEN
056500         GO TO 3300-ANOTAR-DETALLE-EXIT
056600     END-IF.
056700     ADD 1 TO ZDT-EN-PERIODO.
056800     MOVE ZDT-NUMERO-Z TO CLAVE-NUMERO-Z.
056900     PERFORM 7200-BUSCAR-AUDITORIA
057000         THRU 7200-BUSCAR-AUDITORIA-EXIT.
057100     IF HALLADO THEN
057200         MOVE TAB-AUD-OPERADOR (AUD-IDX) TO CLAVE-OPERADOR
057300     ELSE
057400         MOVE "S/AUD" TO CLAVE-OPERADOR
057500         ADD 1 TO ZDT-SIN-AUDITORIA
057600     END-IF.
057700     PERFORM 7100-UBICAR-LINEA THRU 7100-UBICAR-LINEA-EXIT.
057800     IF HALLADO THEN
057900         ADD 1 TO TAB-LIN-CIERRES (LIN-IDX)
058000         ADD ZDT-FAC-CANTIDAD TO TAB-LIN-FACTURAS (LIN-IDX)
058100         ADD ZDT-NC-CANTIDAD TO TAB-LIN-NC (LIN-IDX)
058200     END-IF.
058300 3300-ANOTAR-DETALLE-EXIT.
058400     EXIT.
058500******************************************************************
058600*    3500-CARGAR-ARQUEOS.
058700*    THE CASH COUNTS OF THE RANGE, TOTALLED AS IFUARQR DOES
058800*    (CASH PLUS CARDS PLUS VOUCHERS).
058900******************************************************************
059000 3500-CARGAR-ARQUEOS.
059100     IF REP-FILE-STATUS NOT = "00" THEN
059200         GO TO 3500-CARGAR-ARQUEOS-EXIT
059300     END-IF.
059400     OPEN INPUT ARQ-FILE.
059500     IF ARQ-FILE-STATUS = "00" THEN
059600         PERFORM 3510-LEER-ARQUEO THRU 3510-LEER-ARQUEO-EXIT
059700             UNTIL ARQ-EOF
059800         CLOSE ARQ-FILE
059900     ELSE
060000         IF ARQ-FILE-STATUS = "05" THEN
060100             CLOSE ARQ-FILE
060200         ELSE
060300             DISPLAY "IFUNCRD: NO SE PUDO ABRIR IFUARQ, ESTADO "
060400                 ARQ-FILE-STATUS
060500         END-IF
060600     END-IF.
060700 3500-CARGAR-ARQUEOS-EXIT.
060800     EXIT.
060900 3510-LEER-ARQUEO.
061000     READ ARQ-FILE
061100         AT END
061200             SET ARQ-EOF TO TRUE
061300         NOT AT END
061400             IF ARQ-FECHA NOT < FECHA-DESDE
061500                     AND ARQ-FECHA NOT > FECHA-HASTA THEN
061600                 ADD 1 TO ARQ-EN-PERIODO
061700                 MOVE ARQ-FECHA TO CLAVE-FECHA
061800                 MOVE ARQ-ESTACION TO CLAVE-ESTACION
061900                 PERFORM 7000-UBICAR-DIA
062000                     THRU 7000-UBICAR-DIA-EXIT
062100                 IF HALLADO THEN
062200                     COMPUTE TAB-DIA-ARQUEO (DIA-IDX)
062300                         = TAB-DIA-ARQUEO (DIA-IDX)
062400                         + ARQ-EFECTIVO + ARQ-TARJETAS
062500                         + ARQ-VALES
062600                     MOVE "S" TO TAB-DIA-ARQ-SW (DIA-IDX)
062700                 END-IF
062800             END-IF
062900     END-READ.
063000 3510-LEER-ARQUEO-EXIT.
063100     EXIT.
063200******************************************************************
063300*    4000-LISTAR-LINEAS.
063400******************************************************************
063500 4000-LISTAR-LINEAS.
063600     IF REP-FILE-STATUS NOT = "00" THEN
063700         GO TO 4000-LISTAR-LINEAS-EXIT
063800     END-IF.
063900     MOVE 0 TO LIN-IDX.
064000     PERFORM 4100-UNA-LINEA THRU 4100-UNA-LINEA-EXIT
064100         UNTIL LIN-IDX >= LIN-USADAS.
064200     IF LIN-USADAS = 0 THEN
064300         MOVE "SIN CIERRES Z EN EL PERIODO" TO REP-LINEA
064400         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
064500     END-IF.
064600 4000-LISTAR-LINEAS-EXIT.
064700     EXIT.
064800******************************************************************
064900*    4100-UNA-LINEA.
065000*    ONE STATION/DAY/OPERATOR LINE: ITS OWN RATIO, THEN THE
065100*    STATION/DAY SPIKE TEST AND OVER/SHORT, AND THE RECAPS. A
065200*    STATION/DAY LEFT OUT OF A FULL DAY TABLE HAS NO FIGURES OF
065300*    ITS OWN, SO THAT PART OF THE LINE STAYS BLANK.
065400******************************************************************
065500 4100-UNA-LINEA.
065600     ADD 1 TO LIN-IDX.
065700     MOVE "N" TO MARCA-NC-SW.
065800     MOVE "N" TO FALTANTE-SW.
065900     MOVE TAB-LIN-FECHA (LIN-IDX) TO DET-FECHA.
066000     MOVE TAB-LIN-ESTACION (LIN-IDX) TO DET-ESTACION.
066100     MOVE TAB-LIN-OPERADOR (LIN-IDX) TO DET-OPERADOR.
066200     MOVE TAB-LIN-CIERRES (LIN-IDX) TO DET-CIERRES.
066300     MOVE TAB-LIN-FACTURAS (LIN-IDX) TO DET-FACTURAS.
066400     MOVE TAB-LIN-NC (LIN-IDX) TO DET-NC.
066500     MOVE TAB-LIN-FACTURAS (LIN-IDX) TO REC-FACTURAS.
066600     MOVE TAB-LIN-NC (LIN-IDX) TO REC-NC.
066700     PERFORM 6000-CALCULAR-RATIO THRU 6000-CALCULAR-RATIO-EXIT.
066800     MOVE RATIO-TRABAJO TO DET-RATIO.
066900     MOVE SPACES TO DET-OBS-NC.
067000     MOVE SPACE TO DET-MRC-RATIO.
067100     IF RATIO-TRABAJO > RATIO-LIMITE THEN
067200         MOVE "*" TO DET-MRC-RATIO
067300         MOVE "NC ALTA" TO DET-OBS-NC
067400         SET MARCA-NC TO TRUE
067500     END-IF.
067600     MOVE TAB-LIN-FECHA (LIN-IDX) TO CLAVE-FECHA.
067700     MOVE TAB-LIN-ESTACION (LIN-IDX) TO CLAVE-ESTACION.
067800     PERFORM 7000-UBICAR-DIA THRU 7000-UBICAR-DIA-EXIT.
067900     IF HALLADO THEN
068000         MOVE DIA-IDX TO DIA-LINEA
068100         MOVE TAB-DIA-NC (DIA-LINEA) TO DET-NC-DIA
068200         PERFORM 4200-PROMEDIO-RECIENTE
068300             THRU 4200-PROMEDIO-RECIENTE-EXIT
068400         PERFORM 4300-SOBRANTE-FALTANTE
068500             THRU 4300-SOBRANTE-FALTANTE-EXIT
068600     ELSE
068700         MOVE SPACES TO DET-NC-DIA-X
068800         MOVE SPACES TO DET-PROMEDIO
068900         MOVE SPACE TO DET-MRC-SALTO
069000         MOVE SPACES TO DET-DELTA
069100         MOVE "TABLA LLENA" TO DET-OBS-ARQUEO
069200     END-IF.
069300     IF MARCA-NC AND FALTANTE THEN
069400         MOVE "<<<" TO DET-ALERTA
069500         ADD 1 TO NC-Y-FALTANTE
069600     ELSE
069700         MOVE SPACES TO DET-ALERTA
069800     END-IF.
069900     MOVE DET-LINEA TO REP-LINEA.
070000     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
070100     ADD 1 TO LINEAS-LISTADAS.
070200     IF MARCA-NC THEN
070300         ADD 1 TO LINEAS-MARCADAS
070400     END-IF.
070500     PERFORM 4400-ACUMULAR-RECAPS THRU 4400-ACUMULAR-RECAPS-EXIT.
070600 4100-UNA-LINEA-EXIT.
070700     EXIT.
070800******************************************************************
070900*    4200-PROMEDIO-RECIENTE.
071000*    THE STATION'S AVERAGE CREDIT NOTES PER TRADING DAY OVER
071100*    THE DIAS-PROMEDIO DAYS BEFORE, AGAINST TODAY'S COUNT.
071200******************************************************************
071300 4200-PROMEDIO-RECIENTE.
071400     MOVE SPACE TO DET-MRC-SALTO.
071500     MOVE 0 TO SUMA-NC-RECIENTE.
071600     MOVE 0 TO DIAS-CON-DATOS.
071700     MOVE 0 TO DIA-ATRAS.
071800     PERFORM 4210-UN-DIA-ATRAS THRU 4210-UN-DIA-ATRAS-EXIT
071900         UNTIL DIA-ATRAS >= DIAS-PROMEDIO.
072000     IF DIAS-CON-DATOS = 0 THEN
072100         MOVE "    S/D" TO DET-PROMEDIO
072200         GO TO 4200-PROMEDIO-RECIENTE-EXIT
072300     END-IF.
072400     COMPUTE PROMEDIO-NC ROUNDED
072500         = SUMA-NC-RECIENTE / DIAS-CON-DATOS.
072600     MOVE PROMEDIO-NC TO PROMEDIO-EDIT.
072700     MOVE PROMEDIO-EDIT TO DET-PROMEDIO.
072800     COMPUTE TOPE-SALTO ROUNDED
072900         = PROMEDIO-NC * (100 + SALTO-PORCENTAJE) / 100.
073000     IF TAB-DIA-NC (DIA-LINEA) NOT < NC-MINIMO-SALTO
073100             AND TAB-DIA-NC (DIA-LINEA) > TOPE-SALTO THEN
073200         MOVE "*" TO DET-MRC-SALTO
073300         SET MARCA-NC TO TRUE
073400         IF DET-OBS-NC = SPACES THEN
073500             MOVE "SALTO NC" TO DET-OBS-NC
073600         ELSE
073700             MOVE "NC ALTA+SALTO" TO DET-OBS-NC
073800         END-IF
073900     END-IF.
074000 4200-PROMEDIO-RECIENTE-EXIT.
074100     EXIT.
074200 4210-UN-DIA-ATRAS.
074300     ADD 1 TO DIA-ATRAS.
074400     COMPUTE FECHA-ENTERA = FUNCTION INTEGER-OF-DATE
074500         (TAB-DIA-FECHA (DIA-LINEA)) - DIA-ATRAS.
074600     COMPUTE CLAVE-FECHA
074700         = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA).
074800     PERFORM 7050-BUSCAR-DIA THRU 7050-BUSCAR-DIA-EXIT.
074900     IF HALLADO THEN
075000         IF TAB-DIA-ZDT-SW (DIA-IDX) = "S" THEN
075100             ADD 1 TO DIAS-CON-DATOS
075200             ADD TAB-DIA-NC (DIA-IDX) TO SUMA-NC-RECIENTE
075300         END-IF
075400     END-IF.
075500 4210-UN-DIA-ATRAS-EXIT.
075600     EXIT.
075700******************************************************************
075800*    4300-SOBRANTE-FALTANTE.
075900*    THE STATION/DAY OVER/SHORT, BY THE IFUARQR RULE.
076000******************************************************************
076100 4300-SOBRANTE-FALTANTE.
076200     MOVE SPACES TO DET-DELTA.
076300     MOVE SPACES TO DET-OBS-ARQUEO.
076400     IF TAB-DIA-ARQ-SW (DIA-LINEA) NOT = "S" THEN
076500         MOVE "SIN ARQUEO" TO DET-OBS-ARQUEO
076600         GO TO 4300-SOBRANTE-FALTANTE-EXIT
076700     END-IF.
076800     IF TAB-DIA-AUD-SW (DIA-LINEA) NOT = "S" THEN
076900         MOVE "SIN CIERRE" TO DET-OBS-ARQUEO
077000         GO TO 4300-SOBRANTE-FALTANTE-EXIT
077100     END-IF.
077200     COMPUTE DELTA-TRABAJO = TAB-DIA-ARQUEO (DIA-LINEA)
077300         - TAB-DIA-TOTAL-Z (DIA-LINEA).
077400     MOVE DELTA-TRABAJO TO DELTA-EDIT.
077500     MOVE DELTA-EDIT TO DET-DELTA.
077600     IF DELTA-TRABAJO < 0 THEN
077700         COMPUTE DELTA-ABSOLUTO = 0 - DELTA-TRABAJO
077800     ELSE
077900         MOVE DELTA-TRABAJO TO DELTA-ABSOLUTO
078000     END-IF.
078100     IF DELTA-ABSOLUTO > LIMITE THEN
078200         IF DELTA-TRABAJO < 0 THEN
078300             MOVE "FALTANTE" TO DET-OBS-ARQUEO
078400             SET FALTANTE TO TRUE
078500         ELSE
078600             MOVE "SOBRANTE" TO DET-OBS-ARQUEO
078700         END-IF
078800     END-IF.
078900 4300-SOBRANTE-FALTANTE-EXIT.
079000     EXIT.
079100******************************************************************
079200*    4400-ACUMULAR-RECAPS.
079300******************************************************************
079400 4400-ACUMULAR-RECAPS.
079500     MOVE TAB-LIN-OPERADOR (LIN-IDX) TO CLAVE-OPERADOR.
079600     PERFORM 7300-UBICAR-OPERADOR THRU 7300-UBICAR-OPERADOR-EXIT.
079700     IF HALLADO THEN
079800         ADD TAB-LIN-CIERRES (LIN-IDX)
079900             TO TAB-OPE-CIERRES (OPE-IDX)
080000         ADD TAB-LIN-FACTURAS (LIN-IDX)
080100             TO TAB-OPE-FACTURAS (OPE-IDX)
080200         ADD TAB-LIN-NC (LIN-IDX) TO TAB-OPE-NC (OPE-IDX)
080300         IF MARCA-NC THEN
080400             ADD 1 TO TAB-OPE-MARCADAS (OPE-IDX)
080500         END-IF
080600     END-IF.
080700     MOVE TAB-LIN-ESTACION (LIN-IDX) TO CLAVE-ESTACION.
080800     PERFORM 7400-UBICAR-ESTACION THRU 7400-UBICAR-ESTACION-EXIT.
080900     IF HALLADO THEN
081000         ADD TAB-LIN-CIERRES (LIN-IDX)
081100             TO TAB-EST-CIERRES (EST-IDX)
081200         ADD TAB-LIN-FACTURAS (LIN-IDX)
081300             TO TAB-EST-FACTURAS (EST-IDX)
081400         ADD TAB-LIN-NC (LIN-IDX) TO TAB-EST-NC (EST-IDX)
081500         IF MARCA-NC THEN
081600             ADD 1 TO TAB-EST-MARCADAS (EST-IDX)
081700         END-IF
081800     END-IF.
081900 4400-ACUMULAR-RECAPS-EXIT.
082000     EXIT.
082100******************************************************************
082200*    5000-RECAPITULAR.
082300*    RECAP BY OPERATOR, RECAP BY STATION, AND THE COUNTS.
082400******************************************************************
082500 5000-RECAPITULAR.
082600     IF REP-FILE-STATUS NOT = "00" THEN
082700         GO TO 5000-RECAPITULAR-EXIT
082800     END-IF.
082900     MOVE SPACES TO REP-LINEA.
083000     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
083100     MOVE "RECAPITULACION POR OPERADOR" TO REC-TITULO-TEXTO.
083200     MOVE REC-TITULO TO REP-LINEA.
083300     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
083400     MOVE 0 TO OPE-IDX.
083500     PERFORM 5100-RECAP-OPERADOR THRU 5100-RECAP-OPERADOR-EXIT
083600         UNTIL OPE-IDX >= OPE-USADOS.
083700     MOVE SPACES TO REP-LINEA.
083800     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
083900     MOVE "RECAPITULACION POR ESTACION" TO REC-TITULO-TEXTO.
084000     MOVE REC-TITULO TO REP-LINEA.
084100     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
084200     MOVE 0 TO EST-IDX.
084300     PERFORM 5200-RECAP-ESTACION THRU 5200-RECAP-ESTACION-EXIT
084400         UNTIL EST-IDX >= EST-USADAS.
084500     MOVE SPACES TO REP-LINEA.
084600     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
084700     MOVE "LINEAS DE AUDITORIA LEIDAS" TO CNT-TEXTO.
084800     MOVE AUD-LEIDOS TO CNT-VALOR.
084900     PERFORM 5300-LINEA-CONTADOR THRU 5300-LINEA-CONTADOR-EXIT.
085000     MOVE "CIERRES Z EN EL PERIODO" TO CNT-TEXTO.
085100     MOVE ZDT-EN-PERIODO TO CNT-VALOR.
085200     PERFORM 5300-LINEA-CONTADOR THRU 5300-LINEA-CONTADOR-EXIT.
085300     MOVE "CIERRES Z SIN LINEA DE AUDITORIA" TO CNT-TEXTO.
085400     MOVE ZDT-SIN-AUDITORIA TO CNT-VALOR.
085500     PERFORM 5300-LINEA-CONTADOR THRU 5300-LINEA-CONTADOR-EXIT.
085600     MOVE "ARQUEOS EN EL PERIODO" TO CNT-TEXTO.
085700     MOVE ARQ-EN-PERIODO TO CNT-VALOR.
085800     PERFORM 5300-LINEA-CONTADOR THRU 5300-LINEA-CONTADOR-EXIT.
085900     MOVE "LINEAS CON NC MARCADAS" TO CNT-TEXTO.
086000     MOVE LINEAS-MARCADAS TO CNT-VALOR.
086100     PERFORM 5300-LINEA-CONTADOR THRU 5300-LINEA-CONTADOR-EXIT.
086200     MOVE "NC MARCADAS CON FALTANTE EL DIA" TO CNT-TEXTO.
086300     MOVE NC-Y-FALTANTE TO CNT-VALOR.
086400     PERFORM 5300-LINEA-CONTADOR THRU 5300-LINEA-CONTADOR-EXIT.
086500     IF DIA-TRUNCA THEN
086600         MOVE "ATENCION: TABLA DE DIAS COMPLETA, LISTADO PARCIAL"
086700             TO REP-LINEA
086800         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
086900     END-IF.
087000 5000-RECAPITULAR-EXIT.
087100     EXIT.
087200 5100-RECAP-OPERADOR.
087300     ADD 1 TO OPE-IDX.
087400     MOVE TAB-OPE-CODIGO (OPE-IDX) TO REC-CODIGO.
087500     MOVE TAB-OPE-CIERRES (OPE-IDX) TO REC-CIERRES.
087600     MOVE TAB-OPE-FACTURAS (OPE-IDX) TO REC-FACTURAS.
087700     MOVE TAB-OPE-NC (OPE-IDX) TO REC-NC.
087800     MOVE TAB-OPE-MARCADAS (OPE-IDX) TO REC-MARCADAS-ED.
087900     PERFORM 5400-LINEA-RECAP THRU 5400-LINEA-RECAP-EXIT.
088000 5100-RECAP-OPERADOR-EXIT.
088100     EXIT.
088200 5200-RECAP-ESTACION.
088300     ADD 1 TO EST-IDX.
088400     MOVE TAB-EST-CODIGO (EST-IDX) TO REC-CODIGO.
088500     MOVE TAB-EST-CIERRES (EST-IDX) TO REC-CIERRES.
088600     MOVE TAB-EST-FACTURAS (EST-IDX) TO REC-FACTURAS.
088700     MOVE TAB-EST-NC (EST-IDX) TO REC-NC.
088800     MOVE TAB-EST-MARCADAS (EST-IDX) TO REC-MARCADAS-ED.
088900     PERFORM 5400-LINEA-RECAP THRU 5400-LINEA-RECAP-EXIT.
089000 5200-RECAP-ESTACION-EXIT.
089100     EXIT.
089200 5300-LINEA-CONTADOR.
089300     MOVE CNT-LINEA TO REP-LINEA.
089400     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
089500 5300-LINEA-CONTADOR-EXIT.
089600     EXIT.
089700 5400-LINEA-RECAP.
089800     MOVE REC-CIERRES TO REC-CIERRES-ED.
089900     MOVE REC-FACTURAS TO REC-FACTURAS-ED.
090000     MOVE REC-NC TO REC-NC-ED.
090100     PERFORM 6000-CALCULAR-RATIO THRU 6000-CALCULAR-RATIO-EXIT.
090200     MOVE RATIO-TRABAJO TO REC-RATIO-ED.
090300     MOVE REC-LINEA TO REP-LINEA.
090400     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
090500 5400-LINEA-RECAP-EXIT.
090600     EXIT.
090700******************************************************************
090800*    6000-CALCULAR-RATIO.
090900*    CREDIT NOTES PER HUNDRED INVOICES, FROM REC-NC AND
091000*    REC-FACTURAS. CREDIT NOTES WITH NO INVOICE AT ALL READ AS
091100*    THE TOP OF THE SCALE.
091200******************************************************************
091300 6000-CALCULAR-RATIO.
091400     MOVE 0 TO RATIO-TRABAJO.
091500     IF REC-FACTURAS = 0 THEN
091600         IF REC-NC > 0 THEN
091700             MOVE 999.9 TO RATIO-TRABAJO
091800         END-IF
091900         GO TO 6000-CALCULAR-RATIO-EXIT
092000     END-IF.
092100     COMPUTE RATIO-TRABAJO ROUNDED
092200         = REC-NC * 100 / REC-FACTURAS
092300         ON SIZE ERROR
092400             MOVE 999.9 TO RATIO-TRABAJO
092500     END-COMPUTE.
092600 6000-CALCULAR-RATIO-EXIT.
092700     EXIT.
092800******************************************************************
092900*    7000-UBICAR-DIA.
093000*    FIND THE STATION/DAY SLOT FOR CLAVE-FECHA/CLAVE-ESTACION,
093100*    TAKING A NEW ONE THE FIRST TIME. HALLADO OFF ON RETURN
093200*    MEANS THE TABLE OVERFLOWED. 7050 ONLY LOOKS.
093300******************************************************************
093400 7000-UBICAR-DIA.
093500     PERFORM 7050-BUSCAR-DIA THRU 7050-BUSCAR-DIA-EXIT.
093600     IF NOT HALLADO THEN
093700         IF DIA-USADOS < DIA-MAXIMO THEN
093800             ADD 1 TO DIA-USADOS
093900             MOVE DIA-USADOS TO DIA-IDX
094000             MOVE CLAVE-FECHA TO TAB-DIA-FECHA (DIA-IDX)
094100             MOVE CLAVE-ESTACION TO TAB-DIA-ESTACION (DIA-IDX)
094200             MOVE 0 TO TAB-DIA-FACTURAS (DIA-IDX)
094300             MOVE 0 TO TAB-DIA-NC (DIA-IDX)
094400             MOVE 0 TO TAB-DIA-TOTAL-Z (DIA-IDX)
094500             MOVE 0 TO TAB-DIA-ARQUEO (DIA-IDX)
094600             MOVE "N" TO TAB-DIA-ZDT-SW (DIA-IDX)
094700             MOVE "N" TO TAB-DIA-AUD-SW (DIA-IDX)
094800             MOVE "N" TO TAB-DIA-ARQ-SW (DIA-IDX)
094900             SET HALLADO TO TRUE
095000         ELSE
095100             DISPLAY "IFUNCRD: TABLA DE DIAS COMPLETA, SE "
095200                 "OMITE " CLAVE-ESTACION " " CLAVE-FECHA
095300             SET DIA-TRUNCA TO TRUE
095400         END-IF
095500     END-IF.
095600 7000-UBICAR-DIA-EXIT.
095700     EXIT.
095800 7050-BUSCAR-DIA.
095900     MOVE "N" TO HALLADO-SW.
096000     MOVE 0 TO DIA-IDX.
096100     PERFORM 7060-PROBAR-DIA THRU 7060-PROBAR-DIA-EXIT
096200         UNTIL HALLADO OR DIA-IDX >= DIA-USADOS.
096300 7050-BUSCAR-DIA-EXIT.
096400     EXIT.
096500 7060-PROBAR-DIA.
096600     ADD 1 TO DIA-IDX.
096700     IF TAB-DIA-FECHA (DIA-IDX) = CLAVE-FECHA
096800             AND TAB-DIA-ESTACION (DIA-IDX) = CLAVE-ESTACION THEN
096900         SET HALLADO TO TRUE
097000     END-IF.
097100 7060-PROBAR-DIA-EXIT.
097200     EXIT.
097300******************************************************************
097400*    7100-UBICAR-LINEA.
097500*    SAME FOR THE STATION/DAY/OPERATOR LINE OF THE DETAIL.
097600******************************************************************
097700 7100-UBICAR-LINEA.
097800     MOVE "N" TO HALLADO-SW.
097900     MOVE 0 TO LIN-IDX.
098000     PERFORM 7110-PROBAR-LINEA THRU 7110-PROBAR-LINEA-EXIT
098100         UNTIL HALLADO OR LIN-IDX >= LIN-USADAS.
098200     IF NOT HALLADO THEN
098300         IF LIN-USADAS < LIN-MAXIMO THEN
098400             ADD 1 TO LIN-USADAS
098500             MOVE LIN-USADAS TO LIN-IDX
098600             MOVE CLAVE-FECHA TO TAB-LIN-FECHA (LIN-IDX)
098700             MOVE CLAVE-ESTACION TO TAB-LIN-ESTACION (LIN-IDX)
098800             MOVE CLAVE-OPERADOR TO TAB-LIN-OPERADOR (LIN-IDX)
098900             MOVE 0 TO TAB-LIN-CIERRES (LIN-IDX)
099000             MOVE 0 TO TAB-LIN-FACTURAS (LIN-IDX)
099100             MOVE 0 TO TAB-LIN-NC (LIN-IDX)
099200             SET HALLADO TO TRUE
099300         ELSE
099400             DISPLAY "IFUNCRD: TABLA DE LINEAS COMPLETA, SE "
099500                 "OMITE " CLAVE-ESTACION " " CLAVE-FECHA
099600         END-IF
099700     END-IF.
099800 7100-UBICAR-LINEA-EXIT.
099900     EXIT.
100000 7110-PROBAR-LINEA.
100100     ADD 1 TO LIN-IDX.
100200     IF TAB-LIN-FECHA (LIN-IDX) = CLAVE-FECHA
100300             AND TAB-LIN-ESTACION (LIN-IDX) = CLAVE-ESTACION
100400             AND TAB-LIN-OPERADOR (LIN-IDX) = CLAVE-OPERADOR THEN
100500         SET HALLADO TO TRUE
100600     END-IF.
100700 7110-PROBAR-LINEA-EXIT.
100800     EXIT.
100900******************************************************************
101000*    7200-BUSCAR-AUDITORIA.
101100*    THE AUDIT LINE OF CLAVE-FECHA/CLAVE-ESTACION/CLAVE-NUMERO-Z.
101200******************************************************************
101300 7200-BUSCAR-AUDITORIA.
101400     MOVE "N" TO HALLADO-SW.
101500     MOVE 0 TO AUD-IDX.
101600     PERFORM 7210-PROBAR-AUDITORIA
101700         THRU 7210-PROBAR-AUDITORIA-EXIT
101800         UNTIL HALLADO OR AUD-IDX >= AUD-USADOS.
101900 7200-BUSCAR-AUDITORIA-EXIT.
102000     EXIT.
102100 7210-PROBAR-AUDITORIA.
102200     ADD 1 TO AUD-IDX.
102300     IF TAB-AUD-FECHA (AUD-IDX) = CLAVE-FECHA
102400             AND TAB-AUD-ESTACION (AUD-IDX) = CLAVE-ESTACION
102500             AND TAB-AUD-NUMERO-Z (AUD-IDX) = CLAVE-NUMERO-Z THEN
102600         SET HALLADO TO TRUE
102700     END-IF.
102800 7210-PROBAR-AUDITORIA-EXIT.
102900     EXIT.
103000******************************************************************
103100*    7300-UBICAR-OPERADOR / 7400-UBICAR-ESTACION.
103200*    RECAP SLOTS, TAKEN THE FIRST TIME A CODE APPEARS.
103300******************************************************************
103400 7300-UBICAR-OPERADOR.
103500     MOVE "N" TO HALLADO-SW.
103600     MOVE 0 TO OPE-IDX.
103700     PERFORM 7310-PROBAR-OPERADOR THRU 7310-PROBAR-OPERADOR-EXIT
103800         UNTIL HALLADO OR OPE-IDX >= OPE-USADOS.
103900     IF NOT HALLADO THEN
104000         IF OPE-USADOS < OPE-MAXIMO THEN
104100             ADD 1 TO OPE-USADOS
104200             MOVE OPE-USADOS TO OPE-IDX
104300             MOVE CLAVE-OPERADOR TO TAB-OPE-CODIGO (OPE-IDX)
104400             MOVE 0 TO TAB-OPE-CIERRES (OPE-IDX)
104500             MOVE 0 TO TAB-OPE-FACTURAS (OPE-IDX)
104600             MOVE 0 TO TAB-OPE-NC (OPE-IDX)
104700             MOVE 0 TO TAB-OPE-MARCADAS (OPE-IDX)
104800             SET HALLADO TO TRUE
104900         ELSE
105000             DISPLAY "IFUNCRD: TABLA DE OPERADORES COMPLETA, "
105100                 "SE OMITE " CLAVE-OPERADOR
105200         END-IF
105300     END-IF.
105400 7300-UBICAR-OPERADOR-EXIT.
105500     EXIT.
105600 7310-PROBAR-OPERADOR.
105700     ADD 1 TO OPE-IDX.
105800     IF TAB-OPE-CODIGO (OPE-IDX) = CLAVE-OPERADOR THEN
105900         SET HALLADO TO TRUE
106000     END-IF.
106100 7310-PROBAR-OPERADOR-EXIT.
106200     EXIT.
106300 7400-UBICAR-ESTACION.
106400     MOVE "N" TO HALLADO-SW.
106500     MOVE 0 TO EST-IDX.
106600     PERFORM 7410-PROBAR-ESTACION THRU 7410-PROBAR-ESTACION-EXIT
106700         UNTIL HALLADO OR EST-IDX >= EST-USADAS.
106800     IF NOT HALLADO THEN
106900         IF EST-USADAS < EST-MAXIMO THEN
107000             ADD 1 TO EST-USADAS
107100             MOVE EST-USADAS TO EST-IDX
107200             MOVE CLAVE-ESTACION TO TAB-EST-CODIGO (EST-IDX)
107300             MOVE 0 TO TAB-EST-CIERRES (EST-IDX)
107400             MOVE 0 TO TAB-EST-FACTURAS (EST-IDX)
107500             MOVE 0 TO TAB-EST-NC (EST-IDX)
107600             MOVE 0 TO TAB-EST-MARCADAS (EST-IDX)
107700             SET HALLADO TO TRUE
107800         ELSE
107900             DISPLAY "IFUNCRD: TABLA DE ESTACIONES COMPLETA, "
108000                 "SE OMITE " CLAVE-ESTACION
108100         END-IF
108200     END-IF.
108300 7400-UBICAR-ESTACION-EXIT.
108400     EXIT.
108500 7410-PROBAR-ESTACION.
108600     ADD 1 TO EST-IDX.
108700     IF TAB-EST-CODIGO (EST-IDX) = CLAVE-ESTACION THEN
108800         SET HALLADO TO TRUE
108900     END-IF.
109000 7410-PROBAR-ESTACION-EXIT.
109100     EXIT.
109200******************************************************************
109300*    7800-LIMITES-HISTORIA.
109400*    PERIOD CURSOR AT THE MONTH OF FECHA-VENTANA, TOP AT THE
109500*    LAST CLOSED MONTH OF THE RANGE (NEVER THE CURRENT ONE,
109600*    WHICH IFUARCH REFUSES TO ARCHIVE).
109700******************************************************************
109800 7800-LIMITES-HISTORIA.
109900     MOVE PERIODO-ACTUAL TO PERIODO-CURSOR.
110000     IF PER-CUR-MM = 1 THEN
110100         SUBTRACT 1 FROM PER-CUR-AAAA
110200         MOVE 12 TO PER-CUR-MM
110300     ELSE
110400         SUBTRACT 1 FROM PER-CUR-MM
110500     END-IF.
110600     MOVE PERIODO-CURSOR-N TO PERIODO-TOPE.
110700     DIVIDE FECHA-HASTA BY 100 GIVING PERIODO-CURSOR-N.
110800     IF PERIODO-CURSOR-N < PERIODO-TOPE THEN
110900         MOVE PERIODO-CURSOR-N TO PERIODO-TOPE
111000     END-IF.
111100     DIVIDE FECHA-VENTANA BY 100 GIVING PERIODO-CURSOR-N.
111200 7800-LIMITES-HISTORIA-EXIT.
111300     EXIT.
111400 7810-AVANZAR-PERIODO.
111500     IF PER-CUR-MM = 12 THEN
111600         ADD 1 TO PER-CUR-AAAA
111700         MOVE 1 TO PER-CUR-MM
111800     ELSE
111900         ADD 1 TO PER-CUR-MM
112000     END-IF.
112100 7810-AVANZAR-PERIODO-EXIT.
112200     EXIT.
112300******************************************************************
112400*    8000-GRABAR-LINEA.
112500*    WRITE THE LINE ALREADY PLACED IN REP-LINEA, STARTING A NEW
112600*    PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
112700******************************************************************
112800 8000-GRABAR-LINEA.
112900     IF LINEA-ACTUAL > LINEAS-POR-PAGINA THEN
113000         PERFORM 8100-ENCABEZADO THRU 8100-ENCABEZADO-EXIT
113100     END-IF.
113200     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
113300     ADD 1 TO LINEA-ACTUAL.
113400 8000-GRABAR-LINEA-EXIT.
113500     EXIT.
113600 8100-ENCABEZADO.
113700     MOVE REP-LINEA TO LINEA-GUARDADA.
113800     ADD 1 TO PAGINA-ACTUAL.
113900     MOVE PAGINA-ACTUAL TO CAB1-PAGINA.
114000     IF PAGINA-ACTUAL = 1 THEN
114100         WRITE REP-LINEA FROM CAB-LINEA1
114200             AFTER ADVANCING 1 LINE
114300     ELSE
114400         WRITE REP-LINEA FROM CAB-LINEA1
114500             AFTER ADVANCING PAGE
114600     END-IF.
114700     WRITE REP-LINEA FROM CAB-LINEA2
114800         AFTER ADVANCING 1 LINE.
114900     WRITE REP-LINEA FROM CAB-LINEA3
115000         AFTER ADVANCING 1 LINE.
115100     MOVE SPACES TO REP-LINEA.
115200     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
115300     MOVE 5 TO LINEA-ACTUAL.
115400     MOVE LINEA-GUARDADA TO REP-LINEA.
115500 8100-ENCABEZADO-EXIT.
115600     EXIT.
115700******************************************************************
115800*    9000-FINALIZAR.
115900******************************************************************
116000 9000-FINALIZAR.
116100     IF REP-FILE-STATUS = "00" THEN
116200         CLOSE REP-FILE
116300     END-IF.
116400     DISPLAY "IFUNCRD: LINEAS CON NC MARCADAS " LINEAS-MARCADAS
116500         " CON FALTANTE EL MISMO DIA " NC-Y-FALTANTE
116600         ", VER IFUNCRDL".
116700 9000-FINALIZAR-EXIT.
116800     EXIT.
116900 END PROGRAM     IFUNCRD.
117000
