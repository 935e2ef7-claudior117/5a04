000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUOACT.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUOACT
000900*    Operator activity report for a keyed date range. It lists
001000*    the session journal IFUSEJ (sign-ons, sign-offs, refused
001100*    and suspended codes, written by IFUSIGN), then one line per
001200*    operator with the sessions, Z closures (AUD-OPERADOR of
001300*    IFUAUD and its dated IFUAUDH<AAAAMM> history), driver calls
001400*    (LOG-OPERADOR of IFULOG, with those the driver answered
001500*    with an error) and cash counts (ARQ-OPERADOR of IFUARQ).
001600*    Last come the segregation-of-duties exceptions:
001700*      - the same operator ran a Z and keyed the cash count of
001800*        the same station and day;
001900*      - a supervisor-only action (Z closure, cierreZ driver
002000*        call, cash count) was stamped with a code whose level,
002100*        when it was done, was below supervisor, or with a code
002200*        the operator master IFUOPE does not know.
002300*    The level "when it was done" is the one of the code's last
002400*    sign-on in the journal up to that moment; with no sign-on
002500*    on file, the level in IFUOPE today. Lines with no operator
002600*    (written before the stamp existed) and the unattended job
002700*    ("BATCH") are not checked. Listing IFUOACTL.
002800*
002900*    MODIFICATION HISTORY.
003000*    DATE       INIT DESCRIPTION
003100*    2026-10-15 SIS  Original operator activity report.
003200*    2026-10-15 SIS  KEEP ONLY THE SIGN-ONS OF THE RANGE IN THE
003300*                    SIGN-ON TABLE AND, FROM THOSE BEFORE IT, EACH
003400*                    OPERATOR'S LAST LEVEL, SO A LONG JOURNAL NO
003500*                    LONGER FILLS THE TABLE WITH OLD SIGN-ONS.
003600******************************************************************
003700 ENVIRONMENT     DIVISION.
003800 CONFIGURATION   SECTION.
003900 INPUT-OUTPUT    SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL OPE-FILE ASSIGN TO "IFUOPE"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS OPE-FILE-STATUS.
004400     SELECT OPTIONAL SEJ-FILE ASSIGN TO "IFUSEJ"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS SEJ-FILE-STATUS.
004700     SELECT OPTIONAL AUD-FILE ASSIGN TO "IFUAUD"
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS AUD-FILE-STATUS.
005000     SELECT OPTIONAL HST-AUD-FILE ASSIGN USING HST-AUD-NOMBRE
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS HST-AUD-STATUS.
005300     SELECT OPTIONAL LOG-FILE ASSIGN TO "IFULOG"
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS LOG-FILE-STATUS.
005600     SELECT OPTIONAL ARQ-FILE ASSIGN TO "IFUARQ"
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS ARQ-FILE-STATUS.
005900     SELECT REP-FILE ASSIGN TO "IFUOACTL"
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS REP-FILE-STATUS.
006200 DATA            DIVISION.
006300 FILE SECTION.
006400 COPY IFUOPE.
006500 COPY IFUSEJ.
006600 COPY IFUAUD.
006700 FD  HST-AUD-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  HST-AUD-RECORD          PIC X(53).
007000 COPY IFULOG.
007100 COPY IFUARQ.
007200 FD  REP-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  REP-LINEA               PIC X(132).
007500 WORKING-STORAGE SECTION.
007600 01  OPE-FILE-STATUS         PIC X(02).
007700 01  SEJ-FILE-STATUS         PIC X(02).
007800 01  AUD-FILE-STATUS         PIC X(02).
007900 01  HST-AUD-STATUS          PIC X(02).
008000 01  LOG-FILE-STATUS         PIC X(02).
008100 01  ARQ-FILE-STATUS         PIC X(02).
008200 01  REP-FILE-STATUS         PIC X(02).
008300******************************************************************
008400*    DATED HISTORY FILE NAME AND THE PERIOD CURSOR THAT WALKS
008500*    THE ARCHIVED MONTHS OF THE RANGE, PER IFUARCH.
008600******************************************************************
008700 01  HST-AUD-NOMBRE          PIC X(13).
008800 77  HST-EOF-SW           PIC X(01)       VALUE "N".
008900     88  HST-EOF                          VALUE "Y".
009000 77  FECHA-HOY            PIC 9(08)       VALUE 0.
009100 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
009200 77  PERIODO-TOPE         PIC 9(06)       VALUE 0.
009300 01  PERIODO-CURSOR.
009400     05  PER-CUR-AAAA        PIC 9(04).
009500     05  PER-CUR-MM          PIC 9(02).
009600 01  PERIODO-CURSOR-N REDEFINES PERIODO-CURSOR PIC 9(06).
009700******************************************************************
009800*    SWITCHES AND COUNTERS.
009900******************************************************************
010000 77  OPE-EOF-SW           PIC X(01)       VALUE "N".
010100     88  OPE-EOF                          VALUE "Y".
010200 77  SEJ-EOF-SW           PIC X(01)       VALUE "N".
010300     88  SEJ-EOF                          VALUE "Y".
010400 77  AUD-EOF-SW           PIC X(01)       VALUE "N".
010500     88  AUD-EOF                          VALUE "Y".
010600 77  LOG-EOF-SW           PIC X(01)       VALUE "N".
010700     88  LOG-EOF                          VALUE "Y".
010800 77  ARQ-EOF-SW           PIC X(01)       VALUE "N".
010900     88  ARQ-EOF                          VALUE "Y".
011000 77  HALLADO-SW           PIC X(01)       VALUE "N".
011100     88  HALLADO                          VALUE "S".
011200 77  RANGO-MAL-SW         PIC X(01)       VALUE "N".
011300     88  RANGO-MAL                        VALUE "S".
011400 77  TRUNCA-SW            PIC X(01)       VALUE "N".
011500     88  TABLA-TRUNCA                     VALUE "S".
011600 77  NIVEL-ORIGEN         PIC X(01)       VALUE SPACES.
011700     88  NIVEL-DE-DIARIO                  VALUE "D".
011800     88  NIVEL-DE-MAESTRO                 VALUE "M".
011900     88  NIVEL-DESCONOCIDO                VALUE "N".
012000 77  SEJ-EN-PERIODO       PIC 9(07) COMP  VALUE 0.
012100 77  AUD-EN-PERIODO       PIC 9(07) COMP  VALUE 0.
012200 77  LOG-EN-PERIODO       PIC 9(07) COMP  VALUE 0.
012300 77  ARQ-EN-PERIODO       PIC 9(07) COMP  VALUE 0.
012400 77  ALERTAS-MISMO-OPE    PIC 9(05) COMP  VALUE 0.
012500 77  ALERTAS-NIVEL        PIC 9(05) COMP  VALUE 0.
012600 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
012700 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
012800 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
012900 77  NIVEL-SUPERVISOR     PIC 9(01)       VALUE 9.
013000******************************************************************
013100*    REPORT PARAMETERS. AN EMPTY "HASTA" MEANS TODAY AND AN
013200*    EMPTY "DESDE" THE SAME DAY.
013300******************************************************************
013400 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
013500 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
013600******************************************************************
013700*    OPERATORS: THE MASTER FIRST, THEN ANY CODE SEEN IN THE
013800*    FILES THAT THE MASTER DOES NOT HAVE (TAB-OPE-REGISTRADO
013900*    "N"), WITH THEIR COUNTS FOR THE RANGE AND THE LEVEL OF
014000*    THEIR LAST SIGN-ON BEFORE IT.
014100******************************************************************
014200 77  OPE-MAXIMO           PIC 9(03) COMP  VALUE 500.
014300 77  OPE-USADOS           PIC 9(03) COMP  VALUE 0.
014400 77  OPE-IDX              PIC 9(03) COMP  VALUE 0.
014500 01  TAB-OPERADORES.
014600     05  TAB-OPE OCCURS 500 TIMES.
014700         10  TAB-OPE-CODIGO      PIC X(06).
014800         10  TAB-OPE-NOMBRE      PIC X(20).
014900         10  TAB-OPE-NIVEL       PIC 9(01).
015000         10  TAB-OPE-REGISTRADO  PIC X(01).
015100         10  TAB-OPE-ENTRADAS    PIC 9(05) COMP.
015200         10  TAB-OPE-SALIDAS     PIC 9(05) COMP.
015300         10  TAB-OPE-RECHAZOS    PIC 9(05) COMP.
015400         10  TAB-OPE-SUSPENDIDOS PIC 9(05) COMP.
015500         10  TAB-OPE-CIERRES     PIC 9(05) COMP.
015600         10  TAB-OPE-LLAMADAS    PIC 9(05) COMP.
015700         10  TAB-OPE-ERRORES     PIC 9(05) COMP.
015800         10  TAB-OPE-ARQUEOS     PIC 9(05) COMP.
015900         10  TAB-OPE-ALERTAS     PIC 9(05) COMP.
016000         10  TAB-OPE-NIVEL-PREVIO PIC 9(01).
016100         10  TAB-OPE-PREVIO-SW   PIC X(01).
016200             88  TAB-OPE-CON-PREVIO           VALUE "S".
016300******************************************************************
016400*    EVERY SIGN-ON IN THE JOURNAL WITHIN THE RANGE, IN FILE
016500*    (TIME) ORDER, FOR THE LEVEL IN FORCE AT A MOMENT. EARLIER
016600*    SIGN-ONS ONLY LEAVE TAB-OPE-NIVEL-PREVIO.
016700******************************************************************
016800 77  ENT-MAXIMO           PIC 9(04) COMP  VALUE 5000.
016900 77  ENT-USADOS           PIC 9(04) COMP  VALUE 0.
017000 77  ENT-IDX              PIC 9(04) COMP  VALUE 0.
017100 01  TAB-ENTRADAS.
017200     05  TAB-ENT OCCURS 5000 TIMES.
017300         10  TAB-ENT-OPERADOR    PIC X(06).
017400         10  TAB-ENT-MOMENTO     PIC 9(16).
017500         10  TAB-ENT-NIVEL       PIC 9(01).
017600******************************************************************
017700*    WHO RAN A Z AT EACH STATION AND DAY OF THE RANGE.
017800******************************************************************
017900 77  ZOP-MAXIMO           PIC 9(04) COMP  VALUE 3100.
018000 77  ZOP-USADOS           PIC 9(04) COMP  VALUE 0.
018100 77  ZOP-IDX              PIC 9(04) COMP  VALUE 0.
018200 01  TAB-Z-OPERADORES.
018300     05  TAB-ZOP OCCURS 3100 TIMES.
018400         10  TAB-ZOP-FECHA       PIC 9(08).
018500         10  TAB-ZOP-ESTACION    PIC X(10).
018600         10  TAB-ZOP-OPERADOR    PIC X(06).
018700******************************************************************
018800*    THE EXCEPTIONS, LISTED AFTER THE RECAP.
018900******************************************************************
019000 77  ALR-MAXIMO           PIC 9(04) COMP  VALUE 2000.
019100 77  ALR-USADOS           PIC 9(04) COMP  VALUE 0.
019200 77  ALR-IDX              PIC 9(04) COMP  VALUE 0.
019300 01  TAB-ALERTAS.
019400     05  TAB-ALR OCCURS 2000 TIMES.
019500         10  TAB-ALR-FECHA       PIC 9(08).
019600         10  TAB-ALR-HORA        PIC 9(08).
019700         10  TAB-ALR-ESTACION    PIC X(10).
019800         10  TAB-ALR-OPERADOR    PIC X(06).
019900         10  TAB-ALR-ACCION      PIC X(16).
020000         10  TAB-ALR-MOTIVO      PIC X(40).
020100******************************************************************
020200*    SEARCH KEYS AND WORK FIELDS.
020300******************************************************************
020400 01  CLAVE-OPERADOR          PIC X(06).
020500 01  CLAVE-FECHA             PIC 9(08).
020600 01  CLAVE-HORA              PIC 9(08).
020700 01  CLAVE-ESTACION          PIC X(10).
020800 01  CLAVE-ACCION            PIC X(16).
020900 01  CLAVE-MOMENTO           PIC 9(16).
021000 01  NIVEL-VIGENTE           PIC 9(01).
021100 01  MOTIVO-ALERTA           PIC X(40).
021200 01  MOTIVO-NIVEL.
021300     05  FILLER              PIC X(31)
021400         VALUE "ACCION DE SUPERVISOR CON NIVEL".
021500     05  MOTIVO-NIVEL-ED     PIC 9(01).
021600******************************************************************
021700*    REPORT LINES.
021800******************************************************************
021900 01  CAB-LINEA1.
022000     05  FILLER              PIC X(10)    VALUE "IFUOACT".
022100     05  FILLER              PIC X(46)
022200         VALUE "ACTIVIDAD DE OPERADORES Y SEGREGACION".
022300     05  FILLER              PIC X(52)    VALUE SPACES.
022400     05  FILLER              PIC X(08)    VALUE "PAGINA".
022500     05  CAB1-PAGINA         PIC ZZZ9.
022600 01  CAB-LINEA2.
022700     05  FILLER              PIC X(08)    VALUE "DESDE".
022800     05  CAB2-DESDE          PIC 9(08).
022900     05  FILLER              PIC X(09)    VALUE "   HASTA".
023000     05  CAB2-HASTA          PIC 9(08).
023100 01  CAB-LINEA3              PIC X(132)   VALUE SPACES.
023200 01  CAB-SESIONES.
023300     05  FILLER              PIC X(20)
023400         VALUE "FECHA     HORA".
023500     05  FILLER              PIC X(20)    VALUE "EVENTO".
023600     05  FILLER              PIC X(33)
023700         VALUE "OPERAD NOMBRE".
023800     05  FILLER              PIC X(05)    VALUE "NIVEL".
023900 01  CAB-OPERADORES.
024000     05  FILLER              PIC X(28)
024100         VALUE "OPERAD NOMBRE".
024200     05  FILLER              PIC X(21)
024300         VALUE "NIV ENTRA SALID RECHA".
024400     05  FILLER              PIC X(24)
024500         VALUE " SUSPE CIERZ LLAMA ERROR".
024600     05  FILLER              PIC X(14)    VALUE " ARQUE ALERT".
024700 01  CAB-ALERTAS.
024800     05  FILLER              PIC X(20)
024900         VALUE "FECHA     HORA".
025000     05  FILLER              PIC X(18)    VALUE "ESTACION".
025100     05  FILLER              PIC X(24)
025200         VALUE "OPERAD ACCION".
025300     05  FILLER              PIC X(11)    VALUE "OBSERVACION".
025400 01  SEC-TITULO.
025500     05  SEC-TITULO-TEXTO    PIC X(40).
025600 01  SES-LINEA.
025700     05  SES-FECHA-ED        PIC 9(08).
025800     05  FILLER              PIC X(02)    VALUE SPACES.
025900     05  SES-HORA-ED         PIC 9(08).
026000     05  FILLER              PIC X(02)    VALUE SPACES.
026100     05  SES-EVENTO-ED       PIC X(20).
026200     05  SES-OPERADOR-ED     PIC X(06).
026300     05  FILLER              PIC X(01)    VALUE SPACES.
026400     05  SES-NOMBRE-ED       PIC X(20).
026500     05  FILLER              PIC X(08)    VALUE SPACES.
026600     05  SES-NIVEL-ED        PIC X(01).
026700 01  OPR-LINEA.
026800     05  OPR-CODIGO          PIC X(06).
026900     05  FILLER              PIC X(01)    VALUE SPACES.
027000     05  OPR-NOMBRE          PIC X(20).
027100     05  FILLER              PIC X(02)    VALUE SPACES.
027200     05  OPR-NIVEL           PIC X(01).
027300     05  OPR-ENTRADAS        PIC ZZZZZ9.
027400     05  OPR-SALIDAS         PIC ZZZZZ9.
027500     05  OPR-RECHAZOS        PIC ZZZZZ9.
027600     05  OPR-SUSPENDIDOS     PIC ZZZZZ9.
027700     05  OPR-CIERRES         PIC ZZZZZ9.
027800     05  OPR-LLAMADAS        PIC ZZZZZ9.
027900     05  OPR-ERRORES         PIC ZZZZZ9.
028000     05  OPR-ARQUEOS         PIC ZZZZZ9.
028100     05  OPR-ALERTAS         PIC ZZZZZ9.
028200     05  FILLER              PIC X(01)    VALUE SPACES.
028300     05  OPR-ALERTA          PIC X(03).
028400 01  ALR-LINEA.
028500     05  ALR-FECHA-ED        PIC 9(08).
028600     05  FILLER              PIC X(02)    VALUE SPACES.
028700     05  ALR-HORA-ED         PIC 9(08).
028800     05  FILLER              PIC X(02)    VALUE SPACES.
028900     05  ALR-ESTACION-ED     PIC X(10).
029000     05  FILLER              PIC X(08)    VALUE SPACES.
029100     05  ALR-OPERADOR-ED     PIC X(06).
029200     05  FILLER              PIC X(01)    VALUE SPACES.
029300     05  ALR-ACCION-ED       PIC X(16).
029400     05  FILLER              PIC X(01)    VALUE SPACES.
029500     05  ALR-MOTIVO-ED       PIC X(40).
029600 01  CNT-LINEA.
029700     05  CNT-TEXTO           PIC X(34).
029800     05  CNT-VALOR           PIC ZZZZZZ9.
029900 01  LINEA-GUARDADA          PIC X(132).
030000 PROCEDURE       DIVISION.
030100******************************************************************
030200*    0000-MAINLINE.
030300******************************************************************
030400 0000-MAINLINE.
030500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
030600     PERFORM 1500-CARGAR-OPERADORES
030700         THRU 1500-CARGAR-OPERADORES-EXIT.
030800     PERFORM 2000-LISTAR-SESIONES THRU 2000-LISTAR-SESIONES-EXIT.
030900     PERFORM 3000-CARGAR-AUDITORIA
031000         THRU 3000-CARGAR-AUDITORIA-EXIT.
031100     PERFORM 3500-CARGAR-LLAMADAS THRU 3500-CARGAR-LLAMADAS-EXIT.
031200     PERFORM 3700-CARGAR-ARQUEOS THRU 3700-CARGAR-ARQUEOS-EXIT.
031300     PERFORM 4000-LISTAR-OPERADORES
031400         THRU 4000-LISTAR-OPERADORES-EXIT.
031500     PERFORM 4500-LISTAR-ALERTAS THRU 4500-LISTAR-ALERTAS-EXIT.
031600     PERFORM 5000-TOTALES THRU 5000-TOTALES-EXIT.
031700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
031800     STOP RUN.
031900******************************************************************
032000*    1000-INICIALIZAR.
032100******************************************************************
032200 1000-INICIALIZAR.
032300     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
032400     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
032500     DISPLAY "IFUOACT: FECHA DESDE (AAAAMMDD)".
032600     ACCEPT FECHA-DESDE.
032700     DISPLAY "IFUOACT: FECHA HASTA (AAAAMMDD)".
032800     ACCEPT FECHA-HASTA.
032900     IF FECHA-HASTA = 0 THEN
033000         MOVE FECHA-HOY TO FECHA-HASTA
033100     END-IF.
033200     IF FECHA-DESDE = 0 THEN
033300         MOVE FECHA-HASTA TO FECHA-DESDE
033400     END-IF.
033500     IF FECHA-DESDE > FECHA-HASTA THEN
033600         DISPLAY "IFUOACT: RANGO DE FECHAS INVALIDO " FECHA-DESDE
033700             " " FECHA-HASTA
033800         SET RANGO-MAL TO TRUE
033900         MOVE "99" TO REP-FILE-STATUS
034000         GO TO 1000-INICIALIZAR-EXIT
034100     END-IF.
034200     OPEN OUTPUT REP-FILE.
034300     IF REP-FILE-STATUS NOT = "00" THEN
034400         DISPLAY "IFUOACT: NO SE PUDO ABRIR IFUOACTL, ESTADO "
034500             REP-FILE-STATUS
034600         GO TO 1000-INICIALIZAR-EXIT
034700     END-IF.
034800     MOVE FECHA-DESDE TO CAB2-DESDE.
034900     MOVE FECHA-HASTA TO CAB2-HASTA.
035000 1000-INICIALIZAR-EXIT.
035100     EXIT.
035200******************************************************************
035300*    1500-CARGAR-OPERADORES.
035400******************************************************************
035500 1500-CARGAR-OPERADORES.
035600     IF REP-FILE-STATUS NOT = "00" THEN
035700         GO TO 1500-CARGAR-OPERADORES-EXIT
035800     END-IF.
035900     OPEN INPUT OPE-FILE.
036000     IF OPE-FILE-STATUS = "00" THEN
036100         PERFORM 1510-LEER-OPERADOR THRU 1510-LEER-OPERADOR-EXIT
036200             UNTIL OPE-EOF
036300         CLOSE OPE-FILE
036400     ELSE
036500         IF OPE-FILE-STATUS = "05" THEN
036600             CLOSE OPE-FILE
036700         ELSE
036800             DISPLAY "IFUOACT: NO SE PUDO ABRIR IFUOPE, ESTADO "
036900                 OPE-FILE-STATUS
037000         END-IF
037100     END-IF.
037200 1500-CARGAR-OPERADORES-EXIT.
037300     EXIT.
037400 1510-LEER-OPERADOR.
037500     READ OPE-FILE
037600         AT END
037700             SET OPE-EOF TO TRUE
037800         NOT AT END
037900             MOVE OPE-CODIGO TO CLAVE-OPERADOR
038000             PERFORM 7000-UBICAR-OPERADOR
038100                 THRU 7000-UBICAR-OPERADOR-EXIT
038200             IF HALLADO THEN
038300                 MOVE OPE-NOMBRE TO TAB-OPE-NOMBRE (OPE-IDX)
038400                 MOVE OPE-NIVEL TO TAB-OPE-NIVEL (OPE-IDX)
038500                 MOVE "S" TO TAB-OPE-REGISTRADO (OPE-IDX)
038600             END-IF
038700     END-READ.
038800 1510-LEER-OPERADOR-EXIT.
038900     EXIT.
039000******************************************************************
039100*    2000-LISTAR-SESIONES.
039200*    THE JOURNAL IS READ WHOLE: A SIGN-ON BEFORE THE RANGE ONLY
039300*    LEAVES THE OPERATOR'S LEVEL, THOSE OF THE RANGE ARE KEPT
039400*    FOR THE LEVEL LOOKUP, AND THE EVENTS OF THE RANGE ARE
039500*    LISTED AND COUNTED.
039600******************************************************************
039700 2000-LISTAR-SESIONES.
039800     IF REP-FILE-STATUS NOT = "00" THEN
039900         GO TO 2000-LISTAR-SESIONES-EXIT
040000     END-IF.
040100     MOVE "DIARIO DE SESIONES" TO SEC-TITULO-TEXTO.
040200     MOVE CAB-SESIONES TO CAB-LINEA3.
040300     PERFORM 8200-TITULO-SECCION THRU 8200-TITULO-SECCION-EXIT.
040400     OPEN INPUT SEJ-FILE.
040500     IF SEJ-FILE-STATUS = "00" THEN
040600         PERFORM 2100-LEER-SESION THRU 2100-LEER-SESION-EXIT
040700             UNTIL SEJ-EOF
040800         CLOSE SEJ-FILE
040900     ELSE
041000         IF SEJ-FILE-STATUS = "05" THEN
041100             CLOSE SEJ-FILE
041200         ELSE
041300             DISPLAY "IFUOACT: NO SE PUDO ABRIR IFUSEJ, ESTADO "
041400                 SEJ-FILE-STATUS
041500         END-IF
041600     END-IF.
041700     IF SEJ-EN-PERIODO = 0 THEN
041800         MOVE "SIN SESIONES EN EL PERIODO" TO REP-LINEA
041900         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
042000     END-IF.
042100 2000-LISTAR-SESIONES-EXIT.
042200     EXIT.
042300 2100-LEER-SESION.
042400     READ SEJ-FILE
042500         AT END
042600             SET SEJ-EOF TO TRUE
042700         NOT AT END
042800             PERFORM 2200-ANOTAR-SESION
042900                 THRU 2200-ANOTAR-SESION-EXIT
043000     END-READ.
043100 2100-LEER-SESION-EXIT.
043200     EXIT.
043300 2200-ANOTAR-SESION.
043400     IF SEJ-FECHA > FECHA-HASTA THEN
043500         GO TO 2200-ANOTAR-SESION-EXIT
043600     END-IF.
043700     IF SEJ-FECHA < FECHA-DESDE THEN
043800         IF SEJ-ENTRADA THEN
043900             PERFORM 2210-NIVEL-PREVIO THRU 2210-NIVEL-PREVIO-EXIT
044000         END-IF
044100         GO TO 2200-ANOTAR-SESION-EXIT
044200     END-IF.
044300     IF SEJ-ENTRADA THEN
044400         IF ENT-USADOS < ENT-MAXIMO THEN
044500             ADD 1 TO ENT-USADOS
044600             MOVE SEJ-OPERADOR TO TAB-ENT-OPERADOR (ENT-USADOS)
044700             COMPUTE TAB-ENT-MOMENTO (ENT-USADOS)
044800                 = SEJ-FECHA * 100000000 + SEJ-HORA
044900             MOVE SEJ-NIVEL TO TAB-ENT-NIVEL (ENT-USADOS)
045000         ELSE
045100             PERFORM 7900-AVISAR-TRUNCA
045200                 THRU 7900-AVISAR-TRUNCA-EXIT
045300         END-IF
045400     END-IF.
045500     ADD 1 TO SEJ-EN-PERIODO.
045600     MOVE SEJ-OPERADOR TO CLAVE-OPERADOR.
045700     PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
045800     MOVE SPACES TO SES-LINEA.
045900     MOVE SEJ-FECHA TO SES-FECHA-ED.
046000     MOVE SEJ-HORA TO SES-HORA-ED.
046100     MOVE SEJ-OPERADOR TO SES-OPERADOR-ED.
046200     EVALUATE TRUE
046300         WHEN SEJ-ENTRADA
046400             MOVE "ENTRADA" TO SES-EVENTO-ED
046500             MOVE SEJ-NIVEL TO SES-NIVEL-ED
046600             IF HALLADO THEN
046700                 ADD 1 TO TAB-OPE-ENTRADAS (OPE-IDX)
046800             END-IF
046900         WHEN SEJ-SALIDA
047000             MOVE "SALIDA" TO SES-EVENTO-ED
047100             IF HALLADO THEN
047200                 ADD 1 TO TAB-OPE-SALIDAS (OPE-IDX)
047300             END-IF
047400         WHEN SEJ-RECHAZO
047500             MOVE "CODIGO RECHAZADO" TO SES-EVENTO-ED
047600             IF HALLADO THEN
047700                 ADD 1 TO TAB-OPE-RECHAZOS (OPE-IDX)
047800             END-IF
047900         WHEN SEJ-SUSPENDIDO
048000             MOVE "CODIGO SUSPENDIDO" TO SES-EVENTO-ED
048100             IF HALLADO THEN
048200                 ADD 1 TO TAB-OPE-SUSPENDIDOS (OPE-IDX)
048300             END-IF
048400         WHEN OTHER
048500             MOVE "EVENTO " TO SES-EVENTO-ED
048600             MOVE SEJ-EVENTO TO SES-EVENTO-ED (8:1)
048700     END-EVALUATE.
048800     IF HALLADO THEN
048900         MOVE TAB-OPE-NOMBRE (OPE-IDX) TO SES-NOMBRE-ED
049000     END-IF.
049100     MOVE SES-LINEA TO REP-LINEA.
049200     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
049300 2200-ANOTAR-SESION-EXIT.
049400     EXIT.
049500******************************************************************
049600*    2210-NIVEL-PREVIO.
049700*    A SIGN-ON BEFORE THE RANGE: THE JOURNAL IS IN TIME ORDER, SO
049800*    THE LAST ONE LEAVES THE LEVEL THE OPERATOR ENTERS THE RANGE
049900*    WITH.
050000******************************************************************
050100 2210-NIVEL-PREVIO.
050200     MOVE SEJ-OPERADOR TO CLAVE-OPERADOR.
050300     PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
050400     IF HALLADO THEN
050500         MOVE SEJ-NIVEL TO TAB-OPE-NIVEL-PREVIO (OPE-IDX)
050600         SET TAB-OPE-CON-PREVIO (OPE-IDX) TO TRUE
050700     END-IF.
050800 2210-NIVEL-PREVIO-EXIT.
050900     EXIT.
051000******************************************************************
051100*    3000-CARGAR-AUDITORIA.
051200*    THE Z CLOSURES OF THE RANGE: ARCHIVED MONTHS OLDEST FIRST,
051300*    THEN THE LIVE FILE.
051400******************************************************************
051500 3000-CARGAR-AUDITORIA.
051600     IF REP-FILE-STATUS NOT = "00" THEN
051700         GO TO 3000-CARGAR-AUDITORIA-EXIT
051800     END-IF.
051900     PERFORM 7800-LIMITES-HISTORIA
052000         THRU 7800-LIMITES-HISTORIA-EXIT.
052100     PERFORM 3100-UN-PERIODO-AUD THRU 3100-UN-PERIODO-AUD-EXIT
052200         UNTIL PERIODO-CURSOR-N > PERIODO-TOPE.
052300     OPEN INPUT AUD-FILE.
052400     IF AUD-FILE-STATUS = "00" THEN
052500         PERFORM 3200-LEER-AUDITORIA
052600             THRU 3200-LEER-AUDITORIA-EXIT
052700             UNTIL AUD-EOF
052800         CLOSE AUD-FILE
052900     ELSE
053000         IF AUD-FILE-STATUS = "05" THEN
053100             CLOSE AUD-FILE
053200         ELSE
053300             DISPLAY "IFUOACT: NO SE PUDO ABRIR IFUAUD, ESTADO "
053400                 AUD-FILE-STATUS
053500         END-IF
053600     END-IF.
053700 3000-CARGAR-AUDITORIA-EXIT.
053800     EXIT.
053900 3100-UN-PERIODO-AUD.
054000     MOVE SPACES TO HST-AUD-NOMBRE.
054100     STRING "IFUAUDH" PERIODO-CURSOR DELIMITED BY SIZE
054200         INTO HST-AUD-NOMBRE.
054300     MOVE "N" TO HST-EOF-SW.
054400     OPEN INPUT HST-AUD-FILE.
054500     IF HST-AUD-STATUS = "00" THEN
054600         PERFORM 3110-LEER-AUD-HISTORIA
054700             THRU 3110-LEER-AUD-HISTORIA-EXIT
054800             UNTIL HST-EOF
054900         CLOSE HST-AUD-FILE
055000     ELSE
055100         IF HST-AUD-STATUS = "05" THEN
055200             CLOSE HST-AUD-FILE
055300         ELSE
055400             DISPLAY "IFUOACT: NO SE PUDO ABRIR "
055500                 HST-AUD-NOMBRE ", ESTADO " HST-AUD-STATUS
055600         END-IF
055700     END-IF.
055800     PERFORM 7810-AVANZAR-PERIODO
055900         THRU 7810-AVANZAR-PERIODO-EXIT.
056000 3100-UN-PERIODO-AUD-EXIT.
056100     EXIT.
056200 3110-LEER-AUD-HISTORIA.
056300     READ HST-AUD-FILE
056400         AT END
056500             SET HST-EOF TO TRUE
056600         NOT AT END
056700             MOVE HST-AUD-RECORD TO AUD-RECORD
056800             PERFORM 3300-ANOTAR-CIERRE
056900                 THRU 3300-ANOTAR-CIERRE-EXIT
057000     END-READ.
057100 3110-LEER-AUD-HISTORIA-EXIT.
057200     EXIT.
057300 3200-LEER-AUDITORIA.
057400     READ AUD-FILE
057500         AT END
057600             SET AUD-EOF TO TRUE
057700         NOT AT END
057800             PERFORM 3300-ANOTAR-CIERRE
057900                 THRU 3300-ANOTAR-CIERRE-EXIT
058000     END-READ.
058100 3200-LEER-AUDITORIA-EXIT.
058200     EXIT.
058300******************************************************************
058400*    3300-ANOTAR-CIERRE.
058500*    COUNT THE Z FOR ITS OPERATOR, CHECK THE LEVEL AND NOTE WHO
058600*    CLOSED THE STATION/DAY FOR THE CASH-COUNT CHECK.
058700******************************************************************
058800 3300-ANOTAR-CIERRE.
058900     IF AUD-FECHA < FECHA-DESDE OR AUD-FECHA > FECHA-HASTA THEN
059000         GO TO 3300-ANOTAR-CIERRE-EXIT
059100     END-IF.
059200     ADD 1 TO AUD-EN-PERIODO.
059300     IF AUD-OPERADOR = SPACES THEN
059400         GO TO 3300-ANOTAR-CIERRE-EXIT
059500     END-IF.
059600     MOVE AUD-OPERADOR TO CLAVE-OPERADOR.
059700     PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
059800     IF HALLADO THEN
059900         ADD 1 TO TAB-OPE-CIERRES (OPE-IDX)
060000     END-IF.
060100     MOVE AUD-FECHA TO CLAVE-FECHA.
060200     MOVE AUD-HORA TO CLAVE-HORA.
060300     MOVE AUD-ESTACION TO CLAVE-ESTACION.
060400     MOVE "CIERRE Z" TO CLAVE-ACCION.
060500     PERFORM 6000-CONTROLAR-NIVEL THRU 6000-CONTROLAR-NIVEL-EXIT.
060600     MOVE "N" TO HALLADO-SW.
060700     MOVE 0 TO ZOP-IDX.
060800     PERFORM 3310-PROBAR-Z THRU 3310-PROBAR-Z-EXIT
060900         UNTIL HALLADO OR ZOP-IDX >= ZOP-USADOS.
061000     IF NOT HALLADO THEN
061100         IF ZOP-USADOS < ZOP-MAXIMO THEN
061200             ADD 1 TO ZOP-USADOS
061300             MOVE AUD-FECHA TO TAB-ZOP-FECHA (ZOP-USADOS)
061400             MOVE AUD-ESTACION TO TAB-ZOP-ESTACION (ZOP-USADOS)
061500             MOVE AUD-OPERADOR TO TAB-ZOP-OPERADOR (ZOP-USADOS)
061600         ELSE
061700             PERFORM 7900-AVISAR-TRUNCA
061800                 THRU 7900-AVISAR-TRUNCA-EXIT
061900         END-IF
062000     END-IF.
062100 3300-ANOTAR-CIERRE-EXIT.
062200     EXIT.
062300 3310-PROBAR-Z.
062400     ADD 1 TO ZOP-IDX.
062500     IF TAB-ZOP-FECHA (ZOP-IDX) = CLAVE-FECHA
062600             AND TAB-ZOP-ESTACION (ZOP-IDX) = CLAVE-ESTACION
062700             AND TAB-ZOP-OPERADOR (ZOP-IDX) = CLAVE-OPERADOR THEN
062800         SET HALLADO TO TRUE
062900     END-IF.
063000 3310-PROBAR-Z-EXIT.
063100     EXIT.
063200******************************************************************
063300*    3500-CARGAR-LLAMADAS.
063400*    THE DRIVER CALLS OF THE RANGE. ONLY A cierreZ IS A
063500*    SUPERVISOR-ONLY CALL.
063600******************************************************************
063700 3500-CARGAR-LLAMADAS.
063800     IF REP-FILE-STATUS NOT = "00" THEN
063900         GO TO 3500-CARGAR-LLAMADAS-EXIT
064000     END-IF.
064100     OPEN INPUT LOG-FILE.
064200     IF LOG-FILE-STATUS = "00" THEN
064300         PERFORM 3510-LEER-LLAMADA THRU 3510-LEER-LLAMADA-EXIT
064400             UNTIL LOG-EOF
064500         CLOSE LOG-FILE
064600     ELSE
064700         IF LOG-FILE-STATUS = "05" THEN
064800             CLOSE LOG-FILE
064900         ELSE
065000             DISPLAY "IFUOACT: NO SE PUDO ABRIR IFULOG, ESTADO "
065100                 LOG-FILE-STATUS
065200         END-IF
065300     END-IF.
065400 3500-CARGAR-LLAMADAS-EXIT.
065500     EXIT.
065600 3510-LEER-LLAMADA.
065700     READ LOG-FILE
065800         AT END
065900             SET LOG-EOF TO TRUE
066000         NOT AT END
066100             PERFORM 3520-ANOTAR-LLAMADA
066200                 THRU 3520-ANOTAR-LLAMADA-EXIT
066300     END-READ.
066400 3510-LEER-LLAMADA-EXIT.
066500     EXIT.
066600 3520-ANOTAR-LLAMADA.
066700     IF LOG-FECHA < FECHA-DESDE OR LOG-FECHA > FECHA-HASTA THEN
066800         GO TO 3520-ANOTAR-LLAMADA-EXIT
066900     END-IF.
067000     ADD 1 TO LOG-EN-PERIODO.
067100     IF LOG-OPERADOR = SPACES THEN
067200         GO TO 3520-ANOTAR-LLAMADA-EXIT
067300     END-IF.
067400     MOVE LOG-OPERADOR TO CLAVE-OPERADOR.
067500     PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
067600     IF HALLADO THEN
067700         ADD 1 TO TAB-OPE-LLAMADAS (OPE-IDX)
067800         IF LOG-CODIGO NOT = 0 THEN
067900             ADD 1 TO TAB-OPE-ERRORES (OPE-IDX)
068000         END-IF
068100     END-IF.
068200     IF LOG-METODO = "cierreZ" THEN
068300         MOVE LOG-FECHA TO CLAVE-FECHA
068400         MOVE LOG-HORA TO CLAVE-HORA
068500         MOVE LOG-ESTACION TO CLAVE-ESTACION
068600         MOVE "LLAMADA cierreZ" TO CLAVE-ACCION
068700         PERFORM 6000-CONTROLAR-NIVEL
068800             THRU 6000-CONTROLAR-NIVEL-EXIT
068900     END-IF.
069000 3520-ANOTAR-LLAMADA-EXIT.
069100     EXIT.
069200******************************************************************
069300*    3700-CARGAR-ARQUEOS.
069400*    THE CASH COUNTS OF THE RANGE, AFTER THE Z CLOSURES SO THE
069500*    SAME-OPERATOR CHECK CAN BE MADE ON EACH.
069600******************************************************************
069700 3700-CARGAR-ARQUEOS.
069800     IF REP-FILE-STATUS NOT = "00" THEN
069900         GO TO 3700-CARGAR-ARQUEOS-EXIT
070000     END-IF.
070100     OPEN INPUT ARQ-FILE.
070200     IF ARQ-FILE-STATUS = "00" THEN
070300         PERFORM 3710-LEER-ARQUEO THRU 3710-LEER-ARQUEO-EXIT
070400             UNTIL ARQ-EOF
070500         CLOSE ARQ-FILE
070600     ELSE
070700         IF ARQ-FILE-STATUS = "05" THEN
070800             CLOSE ARQ-FILE
070900         ELSE
071000             DISPLAY "IFUOACT: NO SE PUDO ABRIR IFUARQ, ESTADO "
071100                 ARQ-FILE-STATUS
071200         END-IF
071300     END-IF.
071400 3700-CARGAR-ARQUEOS-EXIT.
071500     EXIT.
071600 3710-LEER-ARQUEO.
071700     READ ARQ-FILE
071800         AT END
071900             SET ARQ-EOF TO TRUE
072000         NOT AT END
072100             PERFORM 3720-ANOTAR-ARQUEO
072200                 THRU 3720-ANOTAR-ARQUEO-EXIT
072300     END-READ.
072400 3710-LEER-ARQUEO-EXIT.
072500     EXIT.
072600 3720-ANOTAR-ARQUEO.
072700     IF ARQ-FECHA < FECHA-DESDE OR ARQ-FECHA > FECHA-HASTA THEN
072800         GO TO 3720-ANOTAR-ARQUEO-EXIT
072900     END-IF.
073000     ADD 1 TO ARQ-EN-PERIODO.
073100     IF ARQ-OPERADOR = SPACES THEN
073200         GO TO 3720-ANOTAR-ARQUEO-EXIT
073300     END-IF.
073400     MOVE ARQ-OPERADOR TO CLAVE-OPERADOR.
073500     PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
073600     IF HALLADO THEN
073700         ADD 1 TO TAB-OPE-ARQUEOS (OPE-IDX)
073800     END-IF.
073900     MOVE ARQ-FECHA TO CLAVE-FECHA.
074000     MOVE 99999999 TO CLAVE-HORA.
074100     MOVE ARQ-ESTACION TO CLAVE-ESTACION.
074200     MOVE "ARQUEO" TO CLAVE-ACCION.
074300     PERFORM 6000-CONTROLAR-NIVEL THRU 6000-CONTROLAR-NIVEL-EXIT.
074400     MOVE "N" TO HALLADO-SW.
074500     MOVE 0 TO ZOP-IDX.
074600     PERFORM 3310-PROBAR-Z THRU 3310-PROBAR-Z-EXIT
074700         UNTIL HALLADO OR ZOP-IDX >= ZOP-USADOS.
074800     IF HALLADO THEN
074900         MOVE 0 TO CLAVE-HORA
075000         MOVE "CIERRE Z Y ARQUEO DEL MISMO OPERADOR"
075100             TO MOTIVO-ALERTA
075200         ADD 1 TO ALERTAS-MISMO-OPE
075300         PERFORM 6100-ANOTAR-ALERTA THRU 6100-ANOTAR-ALERTA-EXIT
075400     END-IF.
075500 3720-ANOTAR-ARQUEO-EXIT.
075600     EXIT.
075700******************************************************************
075800*    4000-LISTAR-OPERADORES.
075900*    ONE LINE PER OPERATOR WITH ANY ACTIVITY IN THE RANGE.
076000******************************************************************
076100 4000-LISTAR-OPERADORES.
076200     IF REP-FILE-STATUS NOT = "00" THEN
076300         GO TO 4000-LISTAR-OPERADORES-EXIT
076400     END-IF.
076500     MOVE "ACTIVIDAD POR OPERADOR" TO SEC-TITULO-TEXTO.
076600     MOVE CAB-OPERADORES TO CAB-LINEA3.
076700     PERFORM 8200-TITULO-SECCION THRU 8200-TITULO-SECCION-EXIT.
076800     MOVE 0 TO OPE-IDX.
076900     PERFORM 4100-UN-OPERADOR THRU 4100-UN-OPERADOR-EXIT
077000         UNTIL OPE-IDX >= OPE-USADOS.
077100 4000-LISTAR-OPERADORES-EXIT.
077200     EXIT.
077300 4100-UN-OPERADOR.
077400     ADD 1 TO OPE-IDX.
077500     IF TAB-OPE-ENTRADAS (OPE-IDX) = 0
077600             AND TAB-OPE-SALIDAS (OPE-IDX) = 0
077700             AND TAB-OPE-RECHAZOS (OPE-IDX) = 0
077800             AND TAB-OPE-SUSPENDIDOS (OPE-IDX) = 0
077900             AND TAB-OPE-CIERRES (OPE-IDX) = 0
078000             AND TAB-OPE-LLAMADAS (OPE-IDX) = 0
078100             AND TAB-OPE-ARQUEOS (OPE-IDX) = 0 THEN
078200         GO TO 4100-UN-OPERADOR-EXIT
078300     END-IF.
078400     MOVE SPACES TO OPR-LINEA.
078500     MOVE TAB-OPE-CODIGO (OPE-IDX) TO OPR-CODIGO.
078600     IF TAB-OPE-REGISTRADO (OPE-IDX) = "S" THEN
078700         MOVE TAB-OPE-NOMBRE (OPE-IDX) TO OPR-NOMBRE
078800         MOVE TAB-OPE-NIVEL (OPE-IDX) TO OPR-NIVEL
078900     ELSE
079000         MOVE "(NO REGISTRADO)" TO OPR-NOMBRE
079100         MOVE "-" TO OPR-NIVEL
079200     END-IF.
079300     MOVE TAB-OPE-ENTRADAS (OPE-IDX) TO OPR-ENTRADAS.
079400     MOVE TAB-OPE-SALIDAS (OPE-IDX) TO OPR-SALIDAS.
079500     MOVE TAB-OPE-RECHAZOS (OPE-IDX) TO OPR-RECHAZOS.
079600     MOVE TAB-OPE-SUSPENDIDOS (OPE-IDX) TO OPR-SUSPENDIDOS.
079700     MOVE TAB-OPE-CIERRES (OPE-IDX) TO OPR-CIERRES.
079800     MOVE TAB-OPE-LLAMADAS (OPE-IDX) TO OPR-LLAMADAS.
079900     MOVE TAB-OPE-ERRORES (OPE-IDX) TO OPR-ERRORES.
080000     MOVE TAB-OPE-ARQUEOS (OPE-IDX) TO OPR-ARQUEOS.
080100     MOVE TAB-OPE-ALERTAS (OPE-IDX) TO OPR-ALERTAS.
080200     IF TAB-OPE-ALERTAS (OPE-IDX) > 0 THEN
080300         MOVE "<<<" TO OPR-ALERTA
080400     END-IF.
080500     MOVE OPR-LINEA TO REP-LINEA.
080600     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
080700 4100-UN-OPERADOR-EXIT.
080800     EXIT.
080900******************************************************************
081000*    4500-LISTAR-ALERTAS.
081100******************************************************************
081200 4500-LISTAR-ALERTAS.
081300     IF REP-FILE-STATUS NOT = "00" THEN
081400         GO TO 4500-LISTAR-ALERTAS-EXIT
081500     END-IF.
081600     MOVE "CONTROLES DE SEGREGACION DE FUNCIONES"
081700         TO SEC-TITULO-TEXTO.
081800     MOVE CAB-ALERTAS TO CAB-LINEA3.
081900     PERFORM 8200-TITULO-SECCION THRU 8200-TITULO-SECCION-EXIT.
082000     IF ALR-USADOS = 0 THEN
082100         MOVE "SIN EXCEPCIONES EN EL PERIODO" TO REP-LINEA
082200         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
082300         GO TO 4500-LISTAR-ALERTAS-EXIT
082400     END-IF.
082500     MOVE 0 TO ALR-IDX.
082600     PERFORM 4510-UNA-ALERTA THRU 4510-UNA-ALERTA-EXIT
082700         UNTIL ALR-IDX >= ALR-USADOS.
082800 4500-LISTAR-ALERTAS-EXIT.
082900     EXIT.
083000 4510-UNA-ALERTA.
083100     ADD 1 TO ALR-IDX.
083200     MOVE SPACES TO ALR-LINEA.
083300     MOVE TAB-ALR-FECHA (ALR-IDX) TO ALR-FECHA-ED.
083400     MOVE TAB-ALR-HORA (ALR-IDX) TO ALR-HORA-ED.
083500     MOVE TAB-ALR-ESTACION (ALR-IDX) TO ALR-ESTACION-ED.
083600     MOVE TAB-ALR-OPERADOR (ALR-IDX) TO ALR-OPERADOR-ED.
083700     MOVE TAB-ALR-ACCION (ALR-IDX) TO ALR-ACCION-ED.
083800     MOVE TAB-ALR-MOTIVO (ALR-IDX) TO ALR-MOTIVO-ED.
083900     MOVE ALR-LINEA TO REP-LINEA.
084000     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
084100 4510-UNA-ALERTA-EXIT.
084200     EXIT.
084300******************************************************************
084400*    5000-TOTALES.
084500******************************************************************
084600 5000-TOTALES.
084700     IF REP-FILE-STATUS NOT = "00" THEN
084800         GO TO 5000-TOTALES-EXIT
084900     END-IF.
085000     MOVE SPACES TO REP-LINEA.
085100     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
085200     MOVE "EVENTOS DE SESION EN EL PERIODO" TO CNT-TEXTO.
085300     MOVE SEJ-EN-PERIODO TO CNT-VALOR.
085400     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
085500     MOVE "CIERRES Z EN EL PERIODO" TO CNT-TEXTO.
085600     MOVE AUD-EN-PERIODO TO CNT-VALOR.
085700     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
085800     MOVE "LLAMADAS AL DRIVER EN EL PERIODO" TO CNT-TEXTO.
085900     MOVE LOG-EN-PERIODO TO CNT-VALOR.
086000     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
086100     MOVE "ARQUEOS EN EL PERIODO" TO CNT-TEXTO.
086200     MOVE ARQ-EN-PERIODO TO CNT-VALOR.
086300     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
086400     MOVE "Z Y ARQUEO DEL MISMO OPERADOR" TO CNT-TEXTO.
086500     MOVE ALERTAS-MISMO-OPE TO CNT-VALOR.
086600     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
086700     MOVE "ACCIONES DE SUPERVISOR OBSERVADAS" TO CNT-TEXTO.
086800     MOVE ALERTAS-NIVEL TO CNT-VALOR.
086900     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
087000     IF TABLA-TRUNCA THEN
087100         MOVE "ATENCION: TABLAS COMPLETAS, CONTROLES PARCIALES"
087200             TO REP-LINEA
087300         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
087400     END-IF.
087500 5000-TOTALES-EXIT.
087600     EXIT.
087700 5100-LINEA-CONTADOR.
087800     MOVE CNT-LINEA TO REP-LINEA.
087900     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
088000 5100-LINEA-CONTADOR-EXIT.
088100     EXIT.
088200******************************************************************
088300*    6000-CONTROLAR-NIVEL.
088400*    A SUPERVISOR-ONLY ACTION BY CLAVE-OPERADOR AT CLAVE-FECHA/
088500*    CLAVE-HORA: THE LEVEL IN FORCE MUST BE THE SUPERVISOR ONE.
088600******************************************************************
088700 6000-CONTROLAR-NIVEL.
088800     IF CLAVE-OPERADOR = "BATCH" THEN
088900         GO TO 6000-CONTROLAR-NIVEL-EXIT
089000     END-IF.
089100     PERFORM 7300-NIVEL-VIGENTE THRU 7300-NIVEL-VIGENTE-EXIT.
089200     IF NIVEL-DESCONOCIDO THEN
089300         MOVE "CODIGO NO REGISTRADO EN IFUOPE" TO MOTIVO-ALERTA
089400     ELSE
089500         IF NIVEL-VIGENTE NOT < NIVEL-SUPERVISOR THEN
089600             GO TO 6000-CONTROLAR-NIVEL-EXIT
089700         END-IF
089800         MOVE NIVEL-VIGENTE TO MOTIVO-NIVEL-ED
089900         MOVE MOTIVO-NIVEL TO MOTIVO-ALERTA
090000     END-IF.
090100     ADD 1 TO ALERTAS-NIVEL.
090200     PERFORM 6100-ANOTAR-ALERTA THRU 6100-ANOTAR-ALERTA-EXIT.
090300 6000-CONTROLAR-NIVEL-EXIT.
090400     EXIT.
090500******************************************************************
090600*    6100-ANOTAR-ALERTA.
090700*    KEEP THE EXCEPTION AND CHARGE IT TO THE OPERATOR AT OPE-IDX
090800*    (STILL SET BY THE CALLER'S 7000-UBICAR-OPERADOR).
090900******************************************************************
091000 6100-ANOTAR-ALERTA.
091100     IF OPE-IDX > 0 THEN
091200         IF TAB-OPE-CODIGO (OPE-IDX) = CLAVE-OPERADOR THEN
091300             ADD 1 TO TAB-OPE-ALERTAS (OPE-IDX)
091400         END-IF
091500     END-IF.
091600     IF ALR-USADOS >= ALR-MAXIMO THEN
091700         PERFORM 7900-AVISAR-TRUNCA THRU 7900-AVISAR-TRUNCA-EXIT
091800         GO TO 6100-ANOTAR-ALERTA-EXIT
091900     END-IF.
092000     ADD 1 TO ALR-USADOS.
092100     MOVE CLAVE-FECHA TO TAB-ALR-FECHA (ALR-USADOS).
092200     MOVE CLAVE-HORA TO TAB-ALR-HORA (ALR-USADOS).
092300     IF CLAVE-HORA = 99999999 THEN
092400         MOVE 0 TO TAB-ALR-HORA (ALR-USADOS)
092500     END-IF.
092600     MOVE CLAVE-ESTACION TO TAB-ALR-ESTACION (ALR-USADOS).
092700     MOVE CLAVE-OPERADOR TO TAB-ALR-OPERADOR (ALR-USADOS).
092800     MOVE CLAVE-ACCION TO TAB-ALR-ACCION (ALR-USADOS).
092900     MOVE MOTIVO-ALERTA TO TAB-ALR-MOTIVO (ALR-USADOS).
093000 6100-ANOTAR-ALERTA-EXIT.
093100     EXIT.
093200******************************************************************
093300*    7000-UBICAR-OPERADOR.
093400*    THE SLOT OF CLAVE-OPERADOR, TAKEN THE FIRST TIME THE CODE
093500*    APPEARS (AS NOT REGISTERED UNTIL THE MASTER SAYS OTHERWISE).
093600******************************************************************
093700 7000-UBICAR-OPERADOR.
093800     MOVE "N" TO HALLADO-SW.
093900     MOVE 0 TO OPE-IDX.
094000     PERFORM 7010-PROBAR-OPERADOR THRU 7010-PROBAR-OPERADOR-EXIT
094100         UNTIL HALLADO OR OPE-IDX >= OPE-USADOS.
094200     IF NOT HALLADO THEN
094300         IF OPE-USADOS < OPE-MAXIMO THEN
094400             ADD 1 TO OPE-USADOS
094500             MOVE OPE-USADOS TO OPE-IDX
094600             INITIALIZE TAB-OPE (OPE-IDX)
094700             MOVE CLAVE-OPERADOR TO TAB-OPE-CODIGO (OPE-IDX)
094800             MOVE "N" TO TAB-OPE-REGISTRADO (OPE-IDX)
094900             SET HALLADO TO TRUE
095000         ELSE
095100             MOVE 0 TO OPE-IDX
095200             PERFORM 7900-AVISAR-TRUNCA
095300                 THRU 7900-AVISAR-TRUNCA-EXIT
095400         END-IF
095500     END-IF.
095600 7000-UBICAR-OPERADOR-EXIT.
095700     EXIT.
095800 7010-PROBAR-OPERADOR.
095900     ADD 1 TO OPE-IDX.
096000     IF TAB-OPE-CODIGO (OPE-IDX) = CLAVE-OPERADOR THEN
096100         SET HALLADO TO TRUE
096200     END-IF.
096300 7010-PROBAR-OPERADOR-EXIT.
096400     EXIT.
096500******************************************************************
096600*    7300-NIVEL-VIGENTE.
096700*    LEVEL OF CLAVE-OPERADOR AT CLAVE-FECHA/CLAVE-HORA: THAT OF
096800*    ITS LAST SIGN-ON UP TO THEN, IN THE RANGE OR ELSE BEFORE IT,
096900*    ELSE THE MASTER'S. OPE-IDX IS LEFT AS THE CALLER SET IT.
097000******************************************************************
097100 7300-NIVEL-VIGENTE.
097200     MOVE "N" TO NIVEL-ORIGEN.
097300     MOVE 0 TO NIVEL-VIGENTE.
097400     COMPUTE CLAVE-MOMENTO = CLAVE-FECHA * 100000000 + CLAVE-HORA.
097500     MOVE 0 TO ENT-IDX.
097600     PERFORM 7310-PROBAR-ENTRADA THRU 7310-PROBAR-ENTRADA-EXIT
097700         UNTIL ENT-IDX >= ENT-USADOS.
097800     IF NOT NIVEL-DE-DIARIO AND OPE-IDX > 0 THEN
097900         IF TAB-OPE-CON-PREVIO (OPE-IDX) THEN
098000             MOVE TAB-OPE-NIVEL-PREVIO (OPE-IDX) TO NIVEL-VIGENTE
098100             MOVE "D" TO NIVEL-ORIGEN
098200         END-IF
098300     END-IF.
098400     IF NOT NIVEL-DE-DIARIO AND OPE-IDX > 0 THEN
098500         IF TAB-OPE-REGISTRADO (OPE-IDX) = "S" THEN
098600             MOVE TAB-OPE-NIVEL (OPE-IDX) TO NIVEL-VIGENTE
098700             MOVE "M" TO NIVEL-ORIGEN
098800         END-IF
098900     END-IF.
099000 7300-NIVEL-VIGENTE-EXIT.
099100     EXIT.
099200 7310-PROBAR-ENTRADA.
099300     ADD 1 TO ENT-IDX.
099400     IF TAB-ENT-OPERADOR (ENT-IDX) = CLAVE-OPERADOR
099500             AND TAB-ENT-MOMENTO (ENT-IDX)
099600                 NOT > CLAVE-MOMENTO THEN
099700         MOVE TAB-ENT-NIVEL (ENT-IDX) TO NIVEL-VIGENTE
099800         MOVE "D" TO NIVEL-ORIGEN
099900     END-IF.
100000 7310-PROBAR-ENTRADA-EXIT.
100100     EXIT.
100200******************************************************************
100300*    7800-LIMITES-HISTORIA.
100400*    PERIOD CURSOR AT THE MONTH OF FECHA-DESDE, TOP AT THE LAST
100500*    CLOSED MONTH OF THE RANGE (NEVER THE CURRENT ONE, WHICH
100600*    IFUARCH REFUSES TO ARCHIVE).
100700******************************************************************
100800 7800-LIMITES-HISTORIA.
100900     MOVE PERIODO-ACTUAL TO PERIODO-CURSOR.
101000     IF PER-CUR-MM = 1 THEN
101100         SUBTRACT 1 FROM PER-CUR-AAAA
101200         MOVE 12 TO PER-CUR-MM
101300     ELSE
101400         SUBTRACT 1 FROM PER-CUR-MM
101500     END-IF.
101600     MOVE PERIODO-CURSOR-N TO PERIODO-TOPE.
101700     DIVIDE FECHA-HASTA BY 100 GIVING PERIODO-CURSOR-N.
101800     IF PERIODO-CURSOR-N < PERIODO-TOPE THEN
101900         MOVE PERIODO-CURSOR-N TO PERIODO-TOPE
102000     END-IF.
102100     DIVIDE FECHA-DESDE BY 100 GIVING PERIODO-CURSOR-N.
102200 7800-LIMITES-HISTORIA-EXIT.
102300     EXIT.
102400 7810-AVANZAR-PERIODO.
102500     IF PER-CUR-MM = 12 THEN
102600         ADD 1 TO PER-CUR-AAAA
102700         MOVE 1 TO PER-CUR-MM
102800     ELSE
102900         ADD 1 TO PER-CUR-MM
103000     END-IF.
103100 7810-AVANZAR-PERIODO-EXIT.
103200     EXIT.
103300 7900-AVISAR-TRUNCA.
103400     IF NOT TABLA-TRUNCA THEN
103500         DISPLAY "IFUOACT: TABLA COMPLETA, LOS CONTROLES SERAN "
103600             "PARCIALES"
103700     END-IF.
103800     SET TABLA-TRUNCA TO TRUE.
103900 7900-AVISAR-TRUNCA-EXIT.
104000     EXIT.
104100******************************************************************
104200*    8000-GRABAR-LINEA.
104300*    WRITE THE LINE ALREADY PLACED IN REP-LINEA, STARTING A NEW
104400*    PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
104500******************************************************************
104600 8000-GRABAR-LINEA.
104700     IF LINEA-ACTUAL > LINEAS-POR-PAGINA THEN
104800         PERFORM 8100-ENCABEZADO THRU 8100-ENCABEZADO-EXIT
104900     END-IF.
105000     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
105100     ADD 1 TO LINEA-ACTUAL.
105200 8000-GRABAR-LINEA-EXIT.
105300     EXIT.
105400******************************************************************
105500*    8100-ENCABEZADO.
105600*    CAB-LINEA3 CARRIES THE COLUMN HEADINGS OF THE SECTION IN
105700*    PROGRESS.
105800******************************************************************
105900 8100-ENCABEZADO.
106000     MOVE REP-LINEA TO LINEA-GUARDADA.
106100     ADD 1 TO PAGINA-ACTUAL.
106200     MOVE PAGINA-ACTUAL TO CAB1-PAGINA.
106300     IF PAGINA-ACTUAL = 1 THEN
106400         WRITE REP-LINEA FROM CAB-LINEA1
106500             AFTER ADVANCING 1 LINE
106600     ELSE
106700         WRITE REP-LINEA FROM CAB-LINEA1
106800             AFTER ADVANCING PAGE
106900     END-IF.
107000     WRITE REP-LINEA FROM CAB-LINEA2
107100         AFTER ADVANCING 1 LINE.
107200     WRITE REP-LINEA FROM CAB-LINEA3
107300         AFTER ADVANCING 1 LINE.
107400     MOVE SPACES TO REP-LINEA.
107500     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
107600     MOVE 5 TO LINEA-ACTUAL.
107700     MOVE LINEA-GUARDADA TO REP-LINEA.
107800 8100-ENCABEZADO-EXIT.
107900     EXIT.
108000******************************************************************
108100*    8200-TITULO-SECCION.
108200*    SECTION TITLE IN SEC-TITULO, ITS COLUMN HEADINGS ALREADY IN
108300*    CAB-LINEA3. A SECTION STARTING NEAR THE FOOT OF A PAGE GOES
108400*    TO THE NEXT ONE.
108500******************************************************************
108600 8200-TITULO-SECCION.
108700     IF LINEA-ACTUAL > LINEAS-POR-PAGINA - 5 THEN
108800         MOVE 99 TO LINEA-ACTUAL
108900     END-IF.
109000     IF LINEA-ACTUAL NOT = 99 THEN
109100         MOVE SPACES TO REP-LINEA
109200         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
109300         MOVE SEC-TITULO TO REP-LINEA
109400         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
109500         MOVE CAB-LINEA3 TO REP-LINEA
109600         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
109700     ELSE
109800         MOVE SEC-TITULO TO REP-LINEA
109900         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
110000     END-IF.
110100 8200-TITULO-SECCION-EXIT.
110200     EXIT.
110300******************************************************************
110400*    9000-FINALIZAR.
110500******************************************************************
110600 9000-FINALIZAR.
110700     IF RANGO-MAL THEN
110800         GO TO 9000-FINALIZAR-EXIT
110900     END-IF.
111000     IF REP-FILE-STATUS = "00" THEN
111100         CLOSE REP-FILE
111200     END-IF.
111300     DISPLAY "IFUOACT: EXCEPCIONES DE SEGREGACION " ALR-USADOS
111400         ", VER IFUOACTL".
111500 9000-FINALIZAR-EXIT.
111600     EXIT.
111700 END PROGRAM     IFUOACT.
