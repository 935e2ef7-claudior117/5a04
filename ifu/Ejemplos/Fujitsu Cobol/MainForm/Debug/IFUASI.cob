000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUASI.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUASI
000900*    Daily sales journal for the accounting system. For every
001000*    day of a keyed range (by default yesterday) one balanced
001100*    double entry is built per day from the figures of each
001200*    station: the cash count of IFUARQ on the debit side (cash,
001300*    cards and vouchers) and the Z detail of IFUZDET (and its
001400*    dated IFUZDTH<AAAAMM> history) on the credit side (net
001500*    sales at 10.5% and 21%, exempt sales and the VAT payable
001600*    at each rate). The difference between what was counted
001700*    and what the Z sold goes to the over/short concept, on
001800*    the credit side when over and on the debit side when
001900*    short. The ledger account of each figure comes from the
002000*    account map IFUCTA (maintained with IFUGMNT), a station's
002100*    own line winning over the general one. The control
002200*    listing IFUASIL shows every line of every entry and its
002300*    totals; a day whose debits and credits differ, with a
002400*    station that has a Z but no cash count or the reverse,
002500*    with a figure that has no account, or that has not ended
002600*    yet, is held back and not written to the interface file
002700*    IFUASIE, which each run writes afresh for the accounting
002800*    system to import.
002900*
003000*    MODIFICATION HISTORY.
003100*    DATE       INIT DESCRIPTION
003200*    2026-10-15 SIS  Original daily sales journal interface.
003300*    2026-10-15 SIS  HOLD EVERY DAY WHEN THE STATION/DAY TABLE
003400*                    OVERFLOWS, SO A DAY MISSING STATIONS IS NEVER
003500*                    EXPORTED BALANCED BUT INCOMPLETE.
003600******************************************************************
003700 ENVIRONMENT     DIVISION.
003800 CONFIGURATION   SECTION.
003900 INPUT-OUTPUT    SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL CTA-FILE ASSIGN TO "IFUCTA"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS CTA-FILE-STATUS.
004400     SELECT OPTIONAL ZDT-FILE ASSIGN TO "IFUZDET"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS ZDT-FILE-STATUS.
004700     SELECT OPTIONAL ARQ-FILE ASSIGN TO "IFUARQ"
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS ARQ-FILE-STATUS.
005000     SELECT OPTIONAL HST-ZDT-FILE ASSIGN USING HST-ZDT-NOMBRE
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS HST-ZDT-STATUS.
005300     SELECT EXP-FILE ASSIGN TO "IFUASIE"
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS EXP-FILE-STATUS.
005600     SELECT REP-FILE ASSIGN TO "IFUASIL"
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS REP-FILE-STATUS.
005900 DATA            DIVISION.
006000 FILE SECTION.
006100 COPY IFUCTA.
006200 COPY IFUZDET.
006300 COPY IFUARQ.
006400 FD  HST-ZDT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  HST-ZDT-RECORD          PIC X(134).
006700******************************************************************
006800*    INTERFACE LINE: ONE PER LINE OF A BALANCED ENTRY. THE ENTRY
006900*    IS THE DAY (EXP-FECHA); AMOUNTS ARE UNSIGNED WITH TWO
007000*    IMPLIED DECIMALS AND ONLY ONE OF DEBE/HABER IS NOT ZERO.
007100******************************************************************
007200 FD  EXP-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  EXP-RECORD.
007500     05  EXP-FECHA           PIC 9(08).
007600     05  EXP-RENGLON         PIC 9(04).
007700     05  EXP-CUENTA          PIC X(12).
007800     05  EXP-ESTACION        PIC X(10).
007900     05  EXP-CONCEPTO        PIC X(02).
008000     05  EXP-DEBE            PIC 9(11)V99.
008100     05  EXP-HABER           PIC 9(11)V99.
008200 FD  REP-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  REP-LINEA               PIC X(132).
008500 WORKING-STORAGE SECTION.
008600 01  CTA-FILE-STATUS         PIC X(02).
008700 01  ZDT-FILE-STATUS         PIC X(02).
008800 01  ARQ-FILE-STATUS         PIC X(02).
008900 01  HST-ZDT-STATUS          PIC X(02).
009000 01  EXP-FILE-STATUS         PIC X(02).
009100 01  REP-FILE-STATUS         PIC X(02).
009200******************************************************************
009300*    DATED HISTORY FILE NAME AND THE PERIOD CURSOR THAT WALKS
009400*    THE ARCHIVED MONTHS OF THE RANGE, PER IFUARCH.
009500******************************************************************
009600 01  HST-ZDT-NOMBRE          PIC X(13).
009700 77  HST-EOF-SW           PIC X(01)       VALUE "N".
009800     88  HST-EOF                          VALUE "Y".
009900 77  FECHA-HOY            PIC 9(08)       VALUE 0.
010000 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
010100 77  PERIODO-TOPE         PIC 9(06)       VALUE 0.
010200 01  PERIODO-CURSOR.
010300     05  PER-CUR-AAAA        PIC 9(04).
010400     05  PER-CUR-MM          PIC 9(02).
010500 01  PERIODO-CURSOR-N REDEFINES PERIODO-CURSOR PIC 9(06).
010600******************************************************************
010700*    SWITCHES AND COUNTERS.
010800******************************************************************
010900 77  CTA-EOF-SW           PIC X(01)       VALUE "N".
011000     88  CTA-EOF                          VALUE "Y".
011100 77  ZDT-EOF-SW           PIC X(01)       VALUE "N".
011200     88  ZDT-EOF                          VALUE "Y".
011300 77  ARQ-EOF-SW           PIC X(01)       VALUE "N".
011400     88  ARQ-EOF                          VALUE "Y".
011500 77  HALLADO-SW           PIC X(01)       VALUE "N".
011600     88  HALLADO                          VALUE "S".
011700 77  RANGO-MAL-SW         PIC X(01)       VALUE "N".
011800     88  RANGO-MAL                        VALUE "S".
011900 77  RETENER-SW           PIC X(01)       VALUE "N".
012000     88  RETENER-DIA                      VALUE "S".
012100 77  ASIENTO-LLENO-SW     PIC X(01)       VALUE "N".
012200     88  ASIENTO-LLENO                    VALUE "S".
012300 77  EXPORTACION-MAL-SW   PIC X(01)       VALUE "N".
012400     88  EXPORTACION-MAL                  VALUE "S".
012500 77  EXP-ABIERTO-SW       PIC X(01)       VALUE "N".
012600     88  EXP-ABIERTO                      VALUE "S".
012700 77  DIA-TRUNCA-SW        PIC X(01)       VALUE "N".
012800     88  DIA-TRUNCA                       VALUE "S".
012900 77  ZDT-EN-PERIODO       PIC 9(07) COMP  VALUE 0.
013000 77  ARQ-EN-PERIODO       PIC 9(05) COMP  VALUE 0.
013100 77  DIAS-EXPORTADOS      PIC 9(05) COMP  VALUE 0.
013200 77  DIAS-RETENIDOS       PIC 9(05) COMP  VALUE 0.
013300 77  DIAS-SIN-MOVIMIENTO  PIC 9(05) COMP  VALUE 0.
013400 77  RENGLONES-EXPORTADOS PIC 9(07) COMP  VALUE 0.
013500 77  ESTACIONES-DIA       PIC 9(04) COMP  VALUE 0.
013600 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
013700 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
013800 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
013900******************************************************************
014000*    REPORT PARAMETERS. AN EMPTY "HASTA" MEANS YESTERDAY, THE
014100*    LAST DAY THAT HAS ENDED, AND AN EMPTY "DESDE" THE SAME DAY.
014200*    THE DAYS ARE WALKED AS INTEGER DATES.
014300******************************************************************
014400 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
014500 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
014600 01  FECHA-CURSOR            PIC 9(08)    VALUE 0.
014700 77  FECHA-ENTERA         PIC 9(08) COMP  VALUE 0.
014800 77  DIA-ENTERO           PIC 9(08) COMP  VALUE 0.
014900 77  DIA-ENTERO-TOPE      PIC 9(08) COMP  VALUE 0.
015000******************************************************************
015100*    ACCOUNT MAP.
015200******************************************************************
015300 77  CTA-MAXIMO           PIC 9(03) COMP  VALUE 300.
015400 77  CTA-USADOS           PIC 9(03) COMP  VALUE 0.
015500 77  CTA-IDX              PIC 9(03) COMP  VALUE 0.
015600 01  TAB-CUENTAS.
015700     05  TAB-CTA OCCURS 300 TIMES.
015800         10  TAB-CTA-CONCEPTO    PIC X(02).
015900         10  TAB-CTA-ESTACION    PIC X(10).
016000         10  TAB-CTA-CUENTA      PIC X(12).
016100******************************************************************
016200*    ONE SLOT PER STATION AND DAY OF THE RANGE WITH BOTH SIDES
016300*    OF THE ENTRY. SIZED LIKE THE IFUARQR TABLE.
016400******************************************************************
016500 77  DIA-MAXIMO           PIC 9(04) COMP  VALUE 3100.
016600 77  DIA-USADOS           PIC 9(04) COMP  VALUE 0.
016700 77  DIA-IDX              PIC 9(04) COMP  VALUE 0.
016800 01  TAB-DIAS.
016900     05  TAB-DIA OCCURS 3100 TIMES.
017000         10  TAB-DIA-FECHA       PIC 9(08).
017100         10  TAB-DIA-ESTACION    PIC X(10).
017200         10  TAB-DIA-GRAVADO-105 PIC S9(11)V99.
017300         10  TAB-DIA-IVA-105     PIC S9(11)V99.
017400         10  TAB-DIA-GRAVADO-21  PIC S9(11)V99.
017500         10  TAB-DIA-IVA-21      PIC S9(11)V99.
017600         10  TAB-DIA-EXENTO      PIC S9(11)V99.
017700         10  TAB-DIA-EFECTIVO    PIC S9(11)V99.
017800         10  TAB-DIA-TARJETAS    PIC S9(11)V99.
017900         10  TAB-DIA-VALES       PIC S9(11)V99.
018000         10  TAB-DIA-ZDT-SW      PIC X(01).
018100         10  TAB-DIA-ARQ-SW      PIC X(01).
018200*                                "S" = HAY LINEAS DE ESE LADO.
018300******************************************************************
018400*    THE ENTRY OF THE DAY BEING BUILT, WRITTEN TO IFUASIE ONLY
018500*    WHEN THE WHOLE DAY CAME OUT CLEAN.
018600******************************************************************
018700 77  ASI-MAXIMO           PIC 9(04) COMP  VALUE 1000.
018800 77  ASI-USADOS           PIC 9(04) COMP  VALUE 0.
018900 77  ASI-IDX              PIC 9(04) COMP  VALUE 0.
019000 01  TAB-ASIENTO.
019100     05  TAB-ASI OCCURS 1000 TIMES.
019200         10  TAB-ASI-ESTACION    PIC X(10).
019300         10  TAB-ASI-CONCEPTO    PIC X(02).
019400         10  TAB-ASI-CUENTA      PIC X(12).
019500         10  TAB-ASI-DEBE        PIC 9(11)V99.
019600         10  TAB-ASI-HABER       PIC 9(11)V99.
019700******************************************************************
019800*    SEARCH KEYS AND WORK FIELDS.
019900******************************************************************
020000 01  CLAVE-FECHA             PIC 9(08).
020100 01  CLAVE-ESTACION          PIC X(10).
020200 01  CLAVE-CONCEPTO          PIC X(02).
020300 01  CLAVE-CUENTA            PIC X(12).
020400 01  LADO                    PIC X(01).
020500     88  LADO-DEBE                        VALUE "D".
020600     88  LADO-HABER                       VALUE "H".
020700 01  IMPORTE                 PIC S9(11)V99 VALUE 0.
020800 01  IMPORTE-LINEA           PIC 9(11)V99 VALUE 0.
020900 01  DIFERENCIA              PIC S9(11)V99 VALUE 0.
021000 01  TOTAL-DEBE              PIC 9(13)V99 VALUE 0.
021100 01  TOTAL-HABER             PIC 9(13)V99 VALUE 0.
021200 01  DEBE-EXPORTADO          PIC 9(13)V99 VALUE 0.
021300 01  HABER-EXPORTADO         PIC 9(13)V99 VALUE 0.
021400 01  DESCRIPCION-CONCEPTO    PIC X(30).
021500******************************************************************
021600*    REPORT LINES.
021700******************************************************************
021800 01  CAB-LINEA1.
021900     05  FILLER              PIC X(10)    VALUE "IFUASI".
022000     05  FILLER              PIC X(46)
022100         VALUE "ASIENTOS DIARIOS DE VENTAS PARA CONTABILIDAD".
022200     05  FILLER              PIC X(52)    VALUE SPACES.
022300     05  FILLER              PIC X(08)    VALUE "PAGINA".
022400     05  CAB1-PAGINA         PIC ZZZ9.
022500 01  CAB-LINEA2.
022600     05  FILLER              PIC X(08)    VALUE "DESDE".
022700     05  CAB2-DESDE          PIC 9(08).
022800     05  FILLER              PIC X(09)    VALUE "   HASTA".
022900     05  CAB2-HASTA          PIC 9(08).
023000 01  CAB-LINEA3.
023100     05  FILLER              PIC X(15)    VALUE "FECHA     RENG".
023200     05  FILLER              PIC X(14)    VALUE "ESTACION   CO".
023300     05  FILLER              PIC X(13)    VALUE "CUENTA".
023400     05  FILLER              PIC X(31)    VALUE "CONCEPTO".
023500     05  FILLER              PIC X(19)
023600         VALUE "              DEBE".
023700     05  FILLER              PIC X(18)
023800         VALUE "             HABER".
023900 01  DET-LINEA.
024000     05  DET-FECHA           PIC 9(08).
024100     05  FILLER              PIC X(02)    VALUE SPACES.
024200     05  DET-RENGLON         PIC ZZZ9.
024300     05  FILLER              PIC X(01)    VALUE SPACES.
024400     05  DET-ESTACION        PIC X(10).
024500     05  FILLER              PIC X(01)    VALUE SPACES.
024600     05  DET-CONCEPTO        PIC X(02).
024700     05  FILLER              PIC X(01)    VALUE SPACES.
024800     05  DET-CUENTA          PIC X(12).
024900     05  FILLER              PIC X(01)    VALUE SPACES.
025000     05  DET-DESCRIPCION     PIC X(30).
025100     05  FILLER              PIC X(01)    VALUE SPACES.
025200     05  DET-DEBE            PIC X(18).
025300     05  FILLER              PIC X(01)    VALUE SPACES.
025400     05  DET-HABER           PIC X(18).
025500 01  TOT-LINEA.
025600     05  TOT-FECHA           PIC 9(08).
025700     05  FILLER              PIC X(02)    VALUE SPACES.
025800     05  TOT-TEXTO           PIC X(63).
025900     05  TOT-DEBE            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
026000     05  FILLER              PIC X(01)    VALUE SPACES.
026100     05  TOT-HABER           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
026200 01  OBS-LINEA.
026300     05  OBS-FECHA           PIC 9(08).
026400     05  FILLER              PIC X(02)    VALUE SPACES.
026500     05  FILLER              PIC X(04)    VALUE "*** ".
026600     05  OBS-TEXTO           PIC X(30).
026700     05  OBS-DATO            PIC X(30).
026800 01  IMPORTE-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026900 01  CNT-LINEA.
027000     05  CNT-TEXTO           PIC X(34).
027100     05  CNT-VALOR           PIC ZZZZZZ9.
027200 01  CNT-IMPORTE-LINEA.
027300     05  CNT-IMPORTE-TEXTO   PIC X(34).
027400     05  CNT-IMPORTE         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
027500 01  LINEA-GUARDADA          PIC X(132).
027600 PROCEDURE       DIVISION.
027700******************************************************************
027800*    0000-MAINLINE.
027900******************************************************************
028000 0000-MAINLINE.
028100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
028200     PERFORM 2000-CARGAR-CUENTAS THRU 2000-CARGAR-CUENTAS-EXIT.
028300     PERFORM 3000-CARGAR-DETALLE THRU 3000-CARGAR-DETALLE-EXIT.
028400     PERFORM 3500-CARGAR-ARQUEOS THRU 3500-CARGAR-ARQUEOS-EXIT.
028500     PERFORM 4000-ARMAR-ASIENTOS THRU 4000-ARMAR-ASIENTOS-EXIT.
028600     PERFORM 5000-TOTALES THRU 5000-TOTALES-EXIT.
028700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
028800     STOP RUN.
028900******************************************************************
029000*    1000-INICIALIZAR.
029100*    RANGE, LISTING AND INTERFACE FILE. A DATE THAT IS NOT A
029200*    REAL CALENDAR DAY STOPS THE RUN BEFORE ANYTHING IS BUILT.
029300*    IF THE INTERFACE FILE CANNOT BE OPENED EVERY DAY IS HELD.
029400******************************************************************
029500 1000-INICIALIZAR.
029600     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
029700     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
029800     DISPLAY "IFUASI: FECHA DESDE (AAAAMMDD)".
029900     ACCEPT FECHA-DESDE.
030000     DISPLAY "IFUASI: FECHA HASTA (AAAAMMDD, 0 = AYER)".
030100     ACCEPT FECHA-HASTA.
030200     IF FECHA-HASTA = 0 THEN
030300         COMPUTE FECHA-ENTERA
030400             = FUNCTION INTEGER-OF-DATE (FECHA-HOY) - 1
030500         COMPUTE FECHA-HASTA
030600             = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA)
030700     END-IF.
030800     IF FECHA-DESDE = 0 THEN
030900         MOVE FECHA-HASTA TO FECHA-DESDE
031000     END-IF.
031100     COMPUTE DIA-ENTERO = FUNCTION INTEGER-OF-DATE (FECHA-DESDE).
031200     COMPUTE DIA-ENTERO-TOPE
031300         = FUNCTION INTEGER-OF-DATE (FECHA-HASTA).
031400     IF DIA-ENTERO = 0 OR DIA-ENTERO-TOPE = 0
031500             OR DIA-ENTERO > DIA-ENTERO-TOPE THEN
031600         DISPLAY "IFUASI: RANGO DE FECHAS INVALIDO " FECHA-DESDE
031700             " " FECHA-HASTA
031800         SET RANGO-MAL TO TRUE
031900         MOVE "99" TO REP-FILE-STATUS
032000         GO TO 1000-INICIALIZAR-EXIT
032100     END-IF.
032200     OPEN OUTPUT REP-FILE.
032300     IF REP-FILE-STATUS NOT = "00" THEN
032400         DISPLAY "IFUASI: NO SE PUDO ABRIR IFUASIL, ESTADO "
032500             REP-FILE-STATUS
032600         GO TO 1000-INICIALIZAR-EXIT
032700     END-IF.
032800     MOVE FECHA-DESDE TO CAB2-DESDE.
032900     MOVE FECHA-HASTA TO CAB2-HASTA.
033000     OPEN OUTPUT EXP-FILE.
033100     IF EXP-FILE-STATUS NOT = "00" THEN
033200         DISPLAY "IFUASI: NO SE PUDO ABRIR IFUASIE, ESTADO "
033300             EXP-FILE-STATUS ", NO SE EXPORTARA NINGUN DIA"
033400         SET EXPORTACION-MAL TO TRUE
033500     ELSE
033600         SET EXP-ABIERTO TO TRUE
033700     END-IF.
033800 1000-INICIALIZAR-EXIT.
033900     EXIT.
034000******************************************************************
034100*    2000-CARGAR-CUENTAS.
034200*    WITHOUT THE ACCOUNT MAP EVERY LINE LACKS ITS ACCOUNT AND
034300*    EVERY DAY WITH MOVEMENTS IS HELD.
034400******************************************************************
034500 2000-CARGAR-CUENTAS.
034600     IF REP-FILE-STATUS NOT = "00" THEN
034700         GO TO 2000-CARGAR-CUENTAS-EXIT
034800     END-IF.
034900     OPEN INPUT CTA-FILE.
035000     IF CTA-FILE-STATUS = "00" THEN
035100         PERFORM 2100-LEER-CUENTA THRU 2100-LEER-CUENTA-EXIT
035200             UNTIL CTA-EOF
035300         CLOSE CTA-FILE
035400     ELSE
035500         IF CTA-FILE-STATUS = "05" THEN
035600             CLOSE CTA-FILE
035700         ELSE
035800             DISPLAY "IFUASI: NO SE PUDO ABRIR IFUCTA, ESTADO "
035900                 CTA-FILE-STATUS
036000         END-IF
036100     END-IF.
036200     IF CTA-USADOS = 0 THEN
036300         DISPLAY "IFUASI: SIN PLAN DE CUENTAS (IFUGMNT), NO SE "
036400             "EXPORTARA NINGUN DIA"
036500     END-IF.
036600 2000-CARGAR-CUENTAS-EXIT.
036700     EXIT.
036800 2100-LEER-CUENTA.
036900     READ CTA-FILE
037000         AT END
037100             SET CTA-EOF TO TRUE
037200         NOT AT END
037300             IF CTA-USADOS < CTA-MAXIMO THEN
037400                 ADD 1 TO CTA-USADOS
037500                 MOVE CTA-CONCEPTO
037600                     TO TAB-CTA-CONCEPTO (CTA-USADOS)
037700                 MOVE CTA-ESTACION
037800                     TO TAB-CTA-ESTACION (CTA-USADOS)
037900                 MOVE CTA-CUENTA TO TAB-CTA-CUENTA (CTA-USADOS)
038000             ELSE
038100                 DISPLAY "IFUASI: TABLA DE CUENTAS COMPLETA, SE "
038200                     "OMITE " CTA-CONCEPTO " " CTA-ESTACION
038300             END-IF
038400     END-READ.
038500 2100-LEER-CUENTA-EXIT.
038600     EXIT.
038700******************************************************************
038800*    3000-CARGAR-DETALLE.
038900*    THE Z-DETAIL LINES OF THE RANGE: ARCHIVED MONTHS OLDEST
039000*    FIRST, THEN THE LIVE FILE.
039100******************************************************************
039200 3000-CARGAR-DETALLE.
039300     IF REP-FILE-STATUS NOT = "00" THEN
039400         GO TO 3000-CARGAR-DETALLE-EXIT
039500     END-IF.
039600     PERFORM 7800-LIMITES-HISTORIA
039700         THRU 7800-LIMITES-HISTORIA-EXIT.
039800     PERFORM 3100-UN-PERIODO-ZDT THRU 3100-UN-PERIODO-ZDT-EXIT
039900         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
040000     OPEN INPUT ZDT-FILE.
040100     IF ZDT-FILE-STATUS = "00" THEN
040200         PERFORM 3200-LEER-DETALLE
040300             THRU 3200-LEER-DETALLE-EXIT
040400             UNTIL ZDT-EOF
040500         CLOSE ZDT-FILE
040600     ELSE
040700         IF ZDT-FILE-STATUS = "05" THEN
040800             CLOSE ZDT-FILE
040900         ELSE
041000             DISPLAY "IFUASI: NO SE PUDO ABRIR IFUZDET, ESTADO "
041100                 ZDT-FILE-STATUS
041200         END-IF
041300     END-IF.
041400 3000-CARGAR-DETALLE-EXIT.
041500     EXIT.
041600 3100-UN-PERIODO-ZDT.
041700     MOVE SPACES TO HST-ZDT-NOMBRE.
041800     STRING "IFUZDTH" PERIODO-CURSOR DELIMITED BY SIZE
041900         INTO HST-ZDT-NOMBRE.
042000     MOVE "N" TO HST-EOF-SW.
042100     OPEN INPUT HST-ZDT-FILE.
042200     IF HST-ZDT-STATUS = "00" THEN
042300         PERFORM 3110-LEER-ZDT-HISTORIA
042400             THRU 3110-LEER-ZDT-HISTORIA-EXIT
042500             UNTIL HST-EOF
042600         CLOSE HST-ZDT-FILE
042700     ELSE
042800         IF HST-ZDT-STATUS = "05" THEN
042900             CLOSE HST-ZDT-FILE
043000         ELSE
043100             DISPLAY "IFUASI: NO SE PUDO ABRIR "
043200                 HST-ZDT-NOMBRE ", ESTADO " HST-ZDT-STATUS
043300         END-IF
043400     END-IF.
043500     PERFORM 7810-AVANZAR-PERIODO
043600         THRU 7810-AVANZAR-PERIODO-EXIT.
043700 3100-UN-PERIODO-ZDT-EXIT.
043800     EXIT.
043900 3110-LEER-ZDT-HISTORIA.
044000     READ HST-ZDT-FILE
044100         AT END
044200             SET HST-EOF TO TRUE
044300         NOT AT END
044400             MOVE HST-ZDT-RECORD TO ZDT-RECORD
044500             PERFORM 3300-ANOTAR-DETALLE
044600                 THRU 3300-ANOTAR-DETALLE-EXIT
044700     END-READ.
044800 3110-LEER-ZDT-HISTORIA-EXIT.
044900     EXIT.
045000 3200-LEER-DETALLE.
045100     READ ZDT-FILE
045200         AT END
045300             SET ZDT-EOF TO TRUE
045400         NOT AT END
045500             PERFORM 3300-ANOTAR-DETALLE
045600                 THRU 3300-ANOTAR-DETALLE-EXIT
045700     END-READ.
045800 3200-LEER-DETALLE-EXIT.
045900     EXIT.
046000 3300-ANOTAR-DETALLE.
046100     IF ZDT-FECHA < FECHA-DESDE OR ZDT-FECHA > FECHA-HASTA THEN
046200         GO TO 3300-ANOTAR-DETALLE-EXIT
046300     END-IF.
046400     ADD 1 TO ZDT-EN-PERIODO.
046500     MOVE ZDT-FECHA TO CLAVE-FECHA.
046600     MOVE ZDT-ESTACION TO CLAVE-ESTACION.
046700     PERFORM 7000-UBICAR-DIA THRU 7000-UBICAR-DIA-EXIT.
046800     IF HALLADO THEN
046900         ADD ZDT-GRAVADO-105 TO TAB-DIA-GRAVADO-105 (DIA-IDX)
047000         ADD ZDT-IVA-105 TO TAB-DIA-IVA-105 (DIA-IDX)
047100         ADD ZDT-GRAVADO-21 TO TAB-DIA-GRAVADO-21 (DIA-IDX)
047200         ADD ZDT-IVA-21 TO TAB-DIA-IVA-21 (DIA-IDX)
047300         ADD ZDT-EXENTO TO TAB-DIA-EXENTO (DIA-IDX)
047400         MOVE "S" TO TAB-DIA-ZDT-SW (DIA-IDX)
047500     END-IF.
047600 3300-ANOTAR-DETALLE-EXIT.
047700     EXIT.
047800******************************************************************
047900*    3500-CARGAR-ARQUEOS.
048000*    THE CASH COUNTS OF THE RANGE, BY TENDER.
048100******************************************************************
048200 3500-CARGAR-ARQUEOS.
048300     IF REP-FILE-STATUS NOT = "00" THEN
048400         GO TO 3500-CARGAR-ARQUEOS-EXIT
048500     END-IF.
048600     OPEN INPUT ARQ-FILE.
048700     IF ARQ-FILE-STATUS = "00" THEN
048800         PERFORM 3510-LEER-ARQUEO THRU 3510-LEER-ARQUEO-EXIT
048900             UNTIL ARQ-EOF
049000         CLOSE ARQ-FILE
049100     ELSE
049200         IF ARQ-FILE-STATUS = "05" THEN
049300             CLOSE ARQ-FILE
049400         ELSE
049500             DISPLAY "IFUASI: NO SE PUDO ABRIR IFUARQ, ESTADO "
049600                 ARQ-FILE-STATUS
049700         END-IF
049800     END-IF.
049900 3500-CARGAR-ARQUEOS-EXIT.
050000     EXIT.
050100 3510-LEER-ARQUEO.
050200     READ ARQ-FILE
050300         AT END
050400             SET ARQ-EOF TO TRUE
050500         NOT AT END
050600             IF ARQ-FECHA NOT < FECHA-DESDE
050700                     AND ARQ-FECHA NOT > FECHA-HASTA THEN
050800                 ADD 1 TO ARQ-EN-PERIODO
050900                 MOVE ARQ-FECHA TO CLAVE-FECHA
051000                 MOVE ARQ-ESTACION TO CLAVE-ESTACION
051100                 PERFORM 7000-UBICAR-DIA
051200                     THRU 7000-UBICAR-DIA-EXIT
051300                 IF HALLADO THEN
051400                     ADD ARQ-EFECTIVO
051500                         TO TAB-DIA-EFECTIVO (DIA-IDX)
051600                     ADD ARQ-TARJETAS
051700                         TO TAB-DIA-TARJETAS (DIA-IDX)
051800                     ADD ARQ-VALES TO TAB-DIA-VALES (DIA-IDX)
051900                     MOVE "S" TO TAB-DIA-ARQ-SW (DIA-IDX)
052000                 END-IF
052100             END-IF
052200     END-READ.
052300 3510-LEER-ARQUEO-EXIT.
052400     EXIT.
052500******************************************************************
052600*    4000-ARMAR-ASIENTOS.
052700*    ONE ENTRY PER DAY OF THE RANGE, OLDEST FIRST.
052800******************************************************************
052900 4000-ARMAR-ASIENTOS.
053000     IF REP-FILE-STATUS NOT = "00" THEN
053100         GO TO 4000-ARMAR-ASIENTOS-EXIT
053200     END-IF.
053300     PERFORM 4100-UN-DIA THRU 4100-UN-DIA-EXIT
053400         UNTIL DIA-ENTERO > DIA-ENTERO-TOPE.
053500 4000-ARMAR-ASIENTOS-EXIT.
053600     EXIT.
053700 4100-UN-DIA.
053800     COMPUTE FECHA-CURSOR = FUNCTION DATE-OF-INTEGER (DIA-ENTERO).
053900     PERFORM 4200-ARMAR-DIA THRU 4200-ARMAR-DIA-EXIT.
054000     ADD 1 TO DIA-ENTERO.
054100 4100-UN-DIA-EXIT.
054200     EXIT.
054300******************************************************************
054400*    4200-ARMAR-DIA.
054500*    BUILD THE DAY'S LINES STATION BY STATION, PROVE THE TOTALS
054600*    AND EXPORT THE ENTRY OR HOLD IT BACK WITH ITS REASONS.
054700******************************************************************
054800 4200-ARMAR-DIA.
054900     MOVE "N" TO RETENER-SW.
055000     MOVE "N" TO ASIENTO-LLENO-SW.
055100     MOVE 0 TO ASI-USADOS.
055200     MOVE 0 TO ESTACIONES-DIA.
055300     MOVE 0 TO TOTAL-DEBE.
055400     MOVE 0 TO TOTAL-HABER.
055500     MOVE SPACES TO REP-LINEA.
055600     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
055700     MOVE 0 TO DIA-IDX.
055800     PERFORM 4300-UNA-ESTACION THRU 4300-UNA-ESTACION-EXIT
055900         UNTIL DIA-IDX >= DIA-USADOS.
056000     IF ESTACIONES-DIA = 0
056100         AND NOT DIA-TRUNCA THEN
056200         MOVE SPACES TO TOT-LINEA
056300         MOVE FECHA-CURSOR TO TOT-FECHA
056400         MOVE "SIN MOVIMIENTOS" TO TOT-TEXTO
056500         MOVE TOT-LINEA TO REP-LINEA
056600         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
056700         ADD 1 TO DIAS-SIN-MOVIMIENTO
056800         GO TO 4200-ARMAR-DIA-EXIT
056900     END-IF.
057000     IF DIA-TRUNCA THEN
057100         MOVE "TABLA DE DIAS COMPLETA" TO OBS-TEXTO
057200         MOVE SPACES TO OBS-DATO
057300         PERFORM 4900-OBSERVACION THRU 4900-OBSERVACION-EXIT
057400     END-IF.
057500     IF FECHA-CURSOR NOT < FECHA-HOY THEN
057600         MOVE "DIA NO TERMINADO" TO OBS-TEXTO
057700         MOVE SPACES TO OBS-DATO
057800         PERFORM 4900-OBSERVACION THRU 4900-OBSERVACION-EXIT
057900     END-IF.
058000     IF TOTAL-DEBE NOT = TOTAL-HABER THEN
058100         MOVE "DEBE Y HABER NO BALANCEAN" TO OBS-TEXTO
058200         MOVE SPACES TO OBS-DATO
058300         PERFORM 4900-OBSERVACION THRU 4900-OBSERVACION-EXIT
058400     END-IF.
058500     IF EXPORTACION-MAL THEN
058600         MOVE "IFUASIE NO DISPONIBLE" TO OBS-TEXTO
058700         MOVE SPACES TO OBS-DATO
058800         PERFORM 4900-OBSERVACION THRU 4900-OBSERVACION-EXIT
058900     END-IF.
059000     MOVE SPACES TO TOT-LINEA.
059100     MOVE FECHA-CURSOR TO TOT-FECHA.
059200     MOVE "TOTAL DEL ASIENTO" TO TOT-TEXTO.
059300     MOVE TOTAL-DEBE TO TOT-DEBE.
059400     MOVE TOTAL-HABER TO TOT-HABER.
059500     MOVE TOT-LINEA TO REP-LINEA.
059600     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
059700     MOVE SPACES TO TOT-LINEA.
059800     MOVE FECHA-CURSOR TO TOT-FECHA.
059900     IF RETENER-DIA THEN
060000         MOVE "ASIENTO RETENIDO, NO SE EXPORTA" TO TOT-TEXTO
060100         ADD 1 TO DIAS-RETENIDOS
060200     ELSE
060300         PERFORM 4500-EXPORTAR-DIA THRU 4500-EXPORTAR-DIA-EXIT
060400         IF EXPORTACION-MAL THEN
060500             MOVE "ERROR EXPORTANDO, IFUASIE INCOMPLETO"
060600                 TO TOT-TEXTO
060700             ADD 1 TO DIAS-RETENIDOS
060800         ELSE
060900             MOVE "ASIENTO EXPORTADO" TO TOT-TEXTO
061000             ADD 1 TO DIAS-EXPORTADOS
061100             ADD ASI-USADOS TO RENGLONES-EXPORTADOS
061200             ADD TOTAL-DEBE TO DEBE-EXPORTADO
061300             ADD TOTAL-HABER TO HABER-EXPORTADO
061400         END-IF
061500     END-IF.
061600     MOVE TOT-LINEA TO REP-LINEA.
061700     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
061800 4200-ARMAR-DIA-EXIT.
061900     EXIT.
062000******************************************************************
062100*    4300-UNA-ESTACION.
062200*    THE LINES OF ONE STATION OF THE DAY. A STATION MISSING ONE
062300*    SIDE CANNOT BE POSTED AND HOLDS THE WHOLE DAY.
062400******************************************************************
062500 4300-UNA-ESTACION.
062600     ADD 1 TO DIA-IDX.
062700     IF TAB-DIA-FECHA (DIA-IDX) NOT = FECHA-CURSOR THEN
062800         GO TO 4300-UNA-ESTACION-EXIT
062900     END-IF.
063000     ADD 1 TO ESTACIONES-DIA.
063100     MOVE TAB-DIA-ESTACION (DIA-IDX) TO CLAVE-ESTACION.
063200     IF TAB-DIA-ZDT-SW (DIA-IDX) NOT = "S" THEN
063300         MOVE "ARQUEO SIN CIERRE Z" TO OBS-TEXTO
063400         MOVE CLAVE-ESTACION TO OBS-DATO
063500         PERFORM 4900-OBSERVACION THRU 4900-OBSERVACION-EXIT
063600         GO TO 4300-UNA-ESTACION-EXIT
063700     END-IF.
063800     IF TAB-DIA-ARQ-SW (DIA-IDX) NOT = "S" THEN
063900         MOVE "CIERRE Z SIN ARQUEO" TO OBS-TEXTO
064000         MOVE CLAVE-ESTACION TO OBS-DATO
064100         PERFORM 4900-OBSERVACION THRU 4900-OBSERVACION-EXIT
064200         GO TO 4300-UNA-ESTACION-EXIT
064300     END-IF.
064400     MOVE "D" TO LADO.
064500     MOVE "EF" TO CLAVE-CONCEPTO.
064600     MOVE TAB-DIA-EFECTIVO (DIA-IDX) TO IMPORTE.
064700     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
064800     MOVE "D" TO LADO.
064900     MOVE "TA" TO CLAVE-CONCEPTO.
065000     MOVE TAB-DIA-TARJETAS (DIA-IDX) TO IMPORTE.
065100     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
065200     MOVE "D" TO LADO.
065300     MOVE "VA" TO CLAVE-CONCEPTO.
065400     MOVE TAB-DIA-VALES (DIA-IDX) TO IMPORTE.
065500     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
065600     MOVE "H" TO LADO.
065700     MOVE "G1" TO CLAVE-CONCEPTO.
065800     MOVE TAB-DIA-GRAVADO-105 (DIA-IDX) TO IMPORTE.
065900     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
066000     MOVE "H" TO LADO.
066100     MOVE "G2" TO CLAVE-CONCEPTO.
066200     MOVE TAB-DIA-GRAVADO-21 (DIA-IDX) TO IMPORTE.
066300     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
066400     MOVE "H" TO LADO.
066500     MOVE "EX" TO CLAVE-CONCEPTO.
066600     MOVE TAB-DIA-EXENTO (DIA-IDX) TO IMPORTE.
066700     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
066800     MOVE "H" TO LADO.
066900     MOVE "I1" TO CLAVE-CONCEPTO.
067000     MOVE TAB-DIA-IVA-105 (DIA-IDX) TO IMPORTE.
067100     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
067200     MOVE "H" TO LADO.
067300     MOVE "I2" TO CLAVE-CONCEPTO.
067400     MOVE TAB-DIA-IVA-21 (DIA-IDX) TO IMPORTE.
067500     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
067600     COMPUTE DIFERENCIA
067700         = TAB-DIA-EFECTIVO (DIA-IDX) + TAB-DIA-TARJETAS (DIA-IDX)
067800         + TAB-DIA-VALES (DIA-IDX)
067900         - TAB-DIA-GRAVADO-105 (DIA-IDX)
068000         - TAB-DIA-IVA-105 (DIA-IDX)
068100         - TAB-DIA-GRAVADO-21 (DIA-IDX)
068200         - TAB-DIA-IVA-21 (DIA-IDX)
068300         - TAB-DIA-EXENTO (DIA-IDX).
068400     MOVE "H" TO LADO.
068500     MOVE "DI" TO CLAVE-CONCEPTO.
068600     MOVE DIFERENCIA TO IMPORTE.
068700     PERFORM 4400-AGREGAR-LINEA THRU 4400-AGREGAR-LINEA-EXIT.
068800 4300-UNA-ESTACION-EXIT.
068900     EXIT.
069000******************************************************************
069100*    4400-AGREGAR-LINEA.
069200*    ONE LINE OF CLAVE-CONCEPTO FOR CLAVE-ESTACION. A ZERO
069300*    AMOUNT MAKES NO LINE; A NEGATIVE ONE (A DAY OF RETURNS, A
069400*    SHORTAGE) GOES TO THE OTHER SIDE.
069500******************************************************************
069600 4400-AGREGAR-LINEA.
069700     IF IMPORTE = 0 THEN
069800         GO TO 4400-AGREGAR-LINEA-EXIT
069900     END-IF.
070000     IF IMPORTE < 0 THEN
070100         COMPUTE IMPORTE-LINEA = 0 - IMPORTE
070200         IF LADO-DEBE THEN
070300             MOVE "H" TO LADO
070400         ELSE
070500             MOVE "D" TO LADO
070600         END-IF
070700     ELSE
070800         MOVE IMPORTE TO IMPORTE-LINEA
070900     END-IF.
071000     PERFORM 7100-BUSCAR-CUENTA THRU 7100-BUSCAR-CUENTA-EXIT.
071100     IF NOT HALLADO THEN
071200         MOVE "SIN CUENTA PARA CONCEPTO" TO OBS-TEXTO
071300         MOVE SPACES TO OBS-DATO
071400         STRING CLAVE-CONCEPTO " " CLAVE-ESTACION
071500             DELIMITED BY SIZE INTO OBS-DATO
071600         PERFORM 4900-OBSERVACION THRU 4900-OBSERVACION-EXIT
071700     END-IF.
071800     IF ASI-USADOS >= ASI-MAXIMO THEN
071900         IF NOT ASIENTO-LLENO THEN
072000             SET ASIENTO-LLENO TO TRUE
072100             MOVE "ASIENTO DEMASIADO LARGO" TO OBS-TEXTO
072200             MOVE SPACES TO OBS-DATO
072300             PERFORM 4900-OBSERVACION
072400                 THRU 4900-OBSERVACION-EXIT
072500         END-IF
072600         GO TO 4400-AGREGAR-LINEA-EXIT
072700     END-IF.
072800     ADD 1 TO ASI-USADOS.
072900     MOVE CLAVE-ESTACION TO TAB-ASI-ESTACION (ASI-USADOS).
073000     MOVE CLAVE-CONCEPTO TO TAB-ASI-CONCEPTO (ASI-USADOS).
073100     MOVE CLAVE-CUENTA TO TAB-ASI-CUENTA (ASI-USADOS).
073200     MOVE SPACES TO DET-DEBE.
073300     MOVE SPACES TO DET-HABER.
073400     MOVE IMPORTE-LINEA TO IMPORTE-EDIT.
073500     IF LADO-DEBE THEN
073600         MOVE IMPORTE-LINEA TO TAB-ASI-DEBE (ASI-USADOS)
073700         MOVE 0 TO TAB-ASI-HABER (ASI-USADOS)
073800         ADD IMPORTE-LINEA TO TOTAL-DEBE
073900         MOVE IMPORTE-EDIT TO DET-DEBE
074000     ELSE
074100         MOVE 0 TO TAB-ASI-DEBE (ASI-USADOS)
074200         MOVE IMPORTE-LINEA TO TAB-ASI-HABER (ASI-USADOS)
074300         ADD IMPORTE-LINEA TO TOTAL-HABER
074400         MOVE IMPORTE-EDIT TO DET-HABER
074500     END-IF.
074600     PERFORM 7200-DESCRIBIR-CONCEPTO
074700         THRU 7200-DESCRIBIR-CONCEPTO-EXIT.
074800     MOVE FECHA-CURSOR TO DET-FECHA.
074900     MOVE ASI-USADOS TO DET-RENGLON.
075000     MOVE CLAVE-ESTACION TO DET-ESTACION.
075100     MOVE CLAVE-CONCEPTO TO DET-CONCEPTO.
075200     MOVE CLAVE-CUENTA TO DET-CUENTA.
075300     MOVE DESCRIPCION-CONCEPTO TO DET-DESCRIPCION.
075400     MOVE DET-LINEA TO REP-LINEA.
075500     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
075600 4400-AGREGAR-LINEA-EXIT.
075700     EXIT.
075800******************************************************************
075900*    4500-EXPORTAR-DIA.
076000*    THE BUFFERED ENTRY TO THE INTERFACE FILE. A WRITE ERROR
076100*    STOPS THE EXPORT FOR THIS DAY AND THE ONES AFTER IT.
076200******************************************************************
076300 4500-EXPORTAR-DIA.
076400     MOVE 0 TO ASI-IDX.
076500     PERFORM 4510-EXPORTAR-LINEA THRU 4510-EXPORTAR-LINEA-EXIT
076600         UNTIL ASI-IDX >= ASI-USADOS OR EXPORTACION-MAL.
076700 4500-EXPORTAR-DIA-EXIT.
076800     EXIT.
076900 4510-EXPORTAR-LINEA.
077000     ADD 1 TO ASI-IDX.
077100     MOVE FECHA-CURSOR TO EXP-FECHA.
077200     MOVE ASI-IDX TO EXP-RENGLON.
077300     MOVE TAB-ASI-CUENTA (ASI-IDX) TO EXP-CUENTA.
077400     MOVE TAB-ASI-ESTACION (ASI-IDX) TO EXP-ESTACION.
077500     MOVE TAB-ASI-CONCEPTO (ASI-IDX) TO EXP-CONCEPTO.
077600     MOVE TAB-ASI-DEBE (ASI-IDX) TO EXP-DEBE.
077700     MOVE TAB-ASI-HABER (ASI-IDX) TO EXP-HABER.
077800     WRITE EXP-RECORD.
077900     IF EXP-FILE-STATUS NOT = "00" THEN
078000         DISPLAY "IFUASI: ERROR " EXP-FILE-STATUS
078100             " GRABANDO IFUASIE, ASIENTO " FECHA-CURSOR
078200         SET EXPORTACION-MAL TO TRUE
078300     END-IF.
078400 4510-EXPORTAR-LINEA-EXIT.
078500     EXIT.
078600******************************************************************
078700*    4900-OBSERVACION.
078800*    LIST THE REASON IN OBS-TEXTO/OBS-DATO AND HOLD THE DAY.
078900******************************************************************
079000 4900-OBSERVACION.
079100     SET RETENER-DIA TO TRUE.
079200     MOVE FECHA-CURSOR TO OBS-FECHA.
079300     MOVE OBS-LINEA TO REP-LINEA.
079400     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
079500 4900-OBSERVACION-EXIT.
079600     EXIT.
079700******************************************************************
079800*    5000-TOTALES.
079900******************************************************************
080000 5000-TOTALES.
080100     IF REP-FILE-STATUS NOT = "00" THEN
080200         GO TO 5000-TOTALES-EXIT
080300     END-IF.
080400     MOVE SPACES TO REP-LINEA.
080500     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
080600     MOVE "CIERRES Z EN EL PERIODO" TO CNT-TEXTO.
080700     MOVE ZDT-EN-PERIODO TO CNT-VALOR.
080800     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
080900     MOVE "ARQUEOS EN EL PERIODO" TO CNT-TEXTO.
081000     MOVE ARQ-EN-PERIODO TO CNT-VALOR.
081100     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
081200     MOVE "DIAS EXPORTADOS" TO CNT-TEXTO.
081300     MOVE DIAS-EXPORTADOS TO CNT-VALOR.
081400     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
081500     MOVE "DIAS RETENIDOS" TO CNT-TEXTO.
081600     MOVE DIAS-RETENIDOS TO CNT-VALOR.
081700     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
081800     MOVE "DIAS SIN MOVIMIENTOS" TO CNT-TEXTO.
081900     MOVE DIAS-SIN-MOVIMIENTO TO CNT-VALOR.
082000     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
082100     MOVE "RENGLONES EXPORTADOS" TO CNT-TEXTO.
082200     MOVE RENGLONES-EXPORTADOS TO CNT-VALOR.
082300     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
082400     MOVE "DEBE EXPORTADO" TO CNT-IMPORTE-TEXTO.
082500     MOVE DEBE-EXPORTADO TO CNT-IMPORTE.
082600     MOVE CNT-IMPORTE-LINEA TO REP-LINEA.
082700     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
082800     MOVE "HABER EXPORTADO" TO CNT-IMPORTE-TEXTO.
082900     MOVE HABER-EXPORTADO TO CNT-IMPORTE.
083000     MOVE CNT-IMPORTE-LINEA TO REP-LINEA.
083100     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
083200 5000-TOTALES-EXIT.
083300     EXIT.
083400 5100-LINEA-CONTADOR.
083500     MOVE CNT-LINEA TO REP-LINEA.
083600     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
083700 5100-LINEA-CONTADOR-EXIT.
083800     EXIT.
083900******************************************************************
084000*    7000-UBICAR-DIA.
084100*    THE SLOT OF CLAVE-FECHA/CLAVE-ESTACION, TAKEN THE FIRST
084200*    TIME THE PAIR APPEARS. A PAIR THAT FINDS THE TABLE FULL IS
084300*    LOST, AND SINCE ANY DAY MAY THEN BE SHORT A STATION EVERY
084400*    DAY OF THE RUN IS HELD.
084500******************************************************************
084600 7000-UBICAR-DIA.
084700     MOVE "N" TO HALLADO-SW.
084800     MOVE 0 TO DIA-IDX.
084900     PERFORM 7010-PROBAR-DIA THRU 7010-PROBAR-DIA-EXIT
085000         UNTIL HALLADO OR DIA-IDX >= DIA-USADOS.
085100     IF NOT HALLADO THEN
085200         IF DIA-USADOS < DIA-MAXIMO THEN
085300             ADD 1 TO DIA-USADOS
085400             MOVE DIA-USADOS TO DIA-IDX
085500             MOVE CLAVE-FECHA TO TAB-DIA-FECHA (DIA-IDX)
085600             MOVE CLAVE-ESTACION TO TAB-DIA-ESTACION (DIA-IDX)
085700             MOVE 0 TO TAB-DIA-GRAVADO-105 (DIA-IDX)
085800             MOVE 0 TO TAB-DIA-IVA-105 (DIA-IDX)
085900             MOVE 0 TO TAB-DIA-GRAVADO-21 (DIA-IDX)
086000             MOVE 0 TO TAB-DIA-IVA-21 (DIA-IDX)
086100             MOVE 0 TO TAB-DIA-EXENTO (DIA-IDX)
086200             MOVE 0 TO TAB-DIA-EFECTIVO (DIA-IDX)
086300             MOVE 0 TO TAB-DIA-TARJETAS (DIA-IDX)
086400             MOVE 0 TO TAB-DIA-VALES (DIA-IDX)
086500             MOVE "N" TO TAB-DIA-ZDT-SW (DIA-IDX)
086600             MOVE "N" TO TAB-DIA-ARQ-SW (DIA-IDX)
086700             SET HALLADO TO TRUE
086800         ELSE
086900             DISPLAY "IFUASI: TABLA DE DIAS COMPLETA, SE OMITE "
087000                 CLAVE-ESTACION " " CLAVE-FECHA
087100             SET DIA-TRUNCA TO TRUE
087200         END-IF
087300     END-IF.
087400 7000-UBICAR-DIA-EXIT.
087500     EXIT.
087600 7010-PROBAR-DIA.
087700     ADD 1 TO DIA-IDX.
087800     IF TAB-DIA-FECHA (DIA-IDX) = CLAVE-FECHA
087900             AND TAB-DIA-ESTACION (DIA-IDX) = CLAVE-ESTACION THEN
088000         SET HALLADO TO TRUE
088100     END-IF.
088200 7010-PROBAR-DIA-EXIT.
088300     EXIT.
088400******************************************************************
088500*    7100-BUSCAR-CUENTA.
088600*    ACCOUNT OF CLAVE-CONCEPTO FOR CLAVE-ESTACION: THE STATION'S
088700*    OWN LINE FIRST, THEN THE GENERAL ONE (BLANK STATION).
088800******************************************************************
088900 7100-BUSCAR-CUENTA.
089000     MOVE SPACES TO CLAVE-CUENTA.
089100     MOVE "N" TO HALLADO-SW.
089200     MOVE 0 TO CTA-IDX.
089300     PERFORM 7110-PROBAR-CUENTA THRU 7110-PROBAR-CUENTA-EXIT
089400         UNTIL HALLADO OR CTA-IDX >= CTA-USADOS.
089500     IF HALLADO THEN
089600         GO TO 7100-BUSCAR-CUENTA-EXIT
089700     END-IF.
089800     MOVE 0 TO CTA-IDX.
089900     PERFORM 7120-PROBAR-GENERAL THRU 7120-PROBAR-GENERAL-EXIT
090000         UNTIL HALLADO OR CTA-IDX >= CTA-USADOS.
090100 7100-BUSCAR-CUENTA-EXIT.
090200     EXIT.
090300 7110-PROBAR-CUENTA.
090400     ADD 1 TO CTA-IDX.
090500     IF TAB-CTA-CONCEPTO (CTA-IDX) = CLAVE-CONCEPTO
090600             AND TAB-CTA-ESTACION (CTA-IDX) = CLAVE-ESTACION THEN
090700         MOVE TAB-CTA-CUENTA (CTA-IDX) TO CLAVE-CUENTA
090800         SET HALLADO TO TRUE
090900     END-IF.
091000 7110-PROBAR-CUENTA-EXIT.
091100     EXIT.
091200 7120-PROBAR-GENERAL.
091300     ADD 1 TO CTA-IDX.
091400     IF TAB-CTA-CONCEPTO (CTA-IDX) = CLAVE-CONCEPTO
091500             AND TAB-CTA-ESTACION (CTA-IDX) = SPACES THEN
091600         MOVE TAB-CTA-CUENTA (CTA-IDX) TO CLAVE-CUENTA
091700         SET HALLADO TO TRUE
091800     END-IF.
091900 7120-PROBAR-GENERAL-EXIT.
092000     EXIT.
092100******************************************************************
092200*    7200-DESCRIBIR-CONCEPTO.
092300******************************************************************
092400 7200-DESCRIBIR-CONCEPTO.
092500     EVALUATE CLAVE-CONCEPTO
092600         WHEN "EF"
092700             MOVE "EFECTIVO ARQUEADO" TO DESCRIPCION-CONCEPTO
092800         WHEN "TA"
092900             MOVE "TARJETAS" TO DESCRIPCION-CONCEPTO
093000         WHEN "VA"
093100             MOVE "VALES" TO DESCRIPCION-CONCEPTO
093200         WHEN "G1"
093300             MOVE "VENTAS NETAS GRAVADAS 10,5%"
093400                 TO DESCRIPCION-CONCEPTO
093500         WHEN "G2"
093600             MOVE "VENTAS NETAS GRAVADAS 21%"
093700                 TO DESCRIPCION-CONCEPTO
093800         WHEN "EX"
093900             MOVE "VENTAS EXENTAS" TO DESCRIPCION-CONCEPTO
094000         WHEN "I1"
094100             MOVE "IVA DEBITO FISCAL 10,5%"
094200                 TO DESCRIPCION-CONCEPTO
094300         WHEN "I2"
094400             MOVE "IVA DEBITO FISCAL 21%"
094500                 TO DESCRIPCION-CONCEPTO
094600         WHEN "DI"
094700             IF LADO-HABER THEN
094800                 MOVE "SOBRANTE DE CAJA"
094900                     TO DESCRIPCION-CONCEPTO
095000             ELSE
095100                 MOVE "FALTANTE DE CAJA"
095200                     TO DESCRIPCION-CONCEPTO
095300             END-IF
095400         WHEN OTHER
095500             MOVE SPACES TO DESCRIPCION-CONCEPTO
095600     END-EVALUATE.
095700 7200-DESCRIBIR-CONCEPTO-EXIT.
095800     EXIT.
095900******************************************************************
096000*    7800-LIMITES-HISTORIA.
096100*    PERIOD CURSOR AT THE MONTH OF FECHA-DESDE, TOP AT THE LAST
096200*    CLOSED MONTH OF THE RANGE (NEVER THE CURRENT ONE, WHICH
096300*    IFUARCH REFUSES TO ARCHIVE).
096400******************************************************************
096500 7800-LIMITES-HISTORIA.
096600     MOVE PERIODO-ACTUAL TO PERIODO-CURSOR.
096700     IF PER-CUR-MM = 1 THEN
096800         SUBTRACT 1 FROM PER-CUR-AAAA
096900         MOVE 12 TO PER-CUR-MM
097000     ELSE
097100         SUBTRACT 1 FROM PER-CUR-MM
097200     END-IF.
097300     MOVE PERIODO-CURSOR-N TO PERIODO-TOPE.
097400     DIVIDE FECHA-HASTA BY 100 GIVING PERIODO-CURSOR-N.
097500     IF PERIODO-CURSOR-N < PERIODO-TOPE THEN
097600         MOVE PERIODO-CURSOR-N TO PERIODO-TOPE
097700     END-IF.
097800     DIVIDE FECHA-DESDE BY 100 GIVING PERIODO-CURSOR-N.
097900 7800-LIMITES-HISTORIA-EXIT.
098000     EXIT.
098100 7810-AVANZAR-PERIODO.
098200     IF PER-CUR-MM = 12 THEN
098300         ADD 1 TO PER-CUR-AAAA
098400         MOVE 1 TO PER-CUR-MM
098500     ELSE
098600         ADD 1 TO PER-CUR-MM
098700     END-IF.
098800 7810-AVANZAR-PERIODO-EXIT.
098900     EXIT.
099000******************************************************************
099100*    8000-GRABAR-LINEA.
099200*    WRITE THE LINE ALREADY PLACED IN REP-LINEA, STARTING A NEW
099300*    PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
099400******************************************************************
099500 8000-GRABAR-LINEA.
099600     IF LINEA-ACTUAL > LINEAS-POR-PAGINA THEN
099700         PERFORM 8100-ENCABEZADO THRU 8100-ENCABEZADO-EXIT
099800     END-IF.
099900     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
100000     ADD 1 TO LINEA-ACTUAL.
100100 8000-GRABAR-LINEA-EXIT.
100200     EXIT.
100300 8100-ENCABEZADO.
100400     MOVE REP-LINEA TO LINEA-GUARDADA.
100500     ADD 1 TO PAGINA-ACTUAL.
100600     MOVE PAGINA-ACTUAL TO CAB1-PAGINA.
100700     IF PAGINA-ACTUAL = 1 THEN
100800         WRITE REP-LINEA FROM CAB-LINEA1
100900             AFTER ADVANCING 1 LINE
101000     ELSE
101100         WRITE REP-LINEA FROM CAB-LINEA1
101200             AFTER ADVANCING PAGE
101300     END-IF.
101400     WRITE REP-LINEA FROM CAB-LINEA2
101500         AFTER ADVANCING 1 LINE.
101600     WRITE REP-LINEA FROM CAB-LINEA3
101700         AFTER ADVANCING 1 LINE.
101800     MOVE SPACES TO REP-LINEA.
101900     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
102000     MOVE 5 TO LINEA-ACTUAL.
102100     MOVE LINEA-GUARDADA TO REP-LINEA.
102200 8100-ENCABEZADO-EXIT.
102300     EXIT.
102400******************************************************************
102500*    9000-FINALIZAR.
102600******************************************************************
102700 9000-FINALIZAR.
102800     IF RANGO-MAL THEN
102900         GO TO 9000-FINALIZAR-EXIT
103000     END-IF.
103100     IF REP-FILE-STATUS = "00" THEN
103200         CLOSE REP-FILE
103300     END-IF.
103400     IF EXP-ABIERTO THEN
103500         CLOSE EXP-FILE
103600     END-IF.
103700     DISPLAY "IFUASI: DIAS EXPORTADOS " DIAS-EXPORTADOS
103800         " RETENIDOS " DIAS-RETENIDOS ", VER IFUASIL".
103900 9000-FINALIZAR-EXIT.
104000     EXIT.
104100 END PROGRAM     IFUASI.
