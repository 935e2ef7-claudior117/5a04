000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFULIQI.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFULIQI
000900*    Validated intake of the card processor's daily settlement
001000*    file, built like the POS intake IFUPOS. The day's file
001100*    arrives as IFULIQD; every line is validated (numeric
001200*    settlement date, batch, sales date and amount, a sales date
001300*    not after the settlement date, station present and active
001400*    in IFUCFG, station/settlement day not already in the live
001500*    file, batch not already seen for that station and sales
001600*    day), only the accepted lines are appended to the live
001700*    settlement file IFULIQ, each reject goes with its reason
001800*    to the quarantine file IFULIQR, and the intake listing
001900*    IFULIQIL carries the counts and the accepted totals per
002000*    station. IFUTARJ reconciles IFULIQ against the cash counts.
002100*
002200*    MODIFICATION HISTORY.
002300*    DATE       INIT DESCRIPTION
002400*    2026-10-15 SIS  Original card-settlement intake validation.
002500******************************************************************
002600 ENVIRONMENT     DIVISION.
002700 CONFIGURATION   SECTION.
002800 INPUT-OUTPUT    SECTION.
002900 FILE-CONTROL.
003000     SELECT ENT-FILE ASSIGN TO "IFULIQD"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS ENT-FILE-STATUS.
003300     SELECT CFG-FILE ASSIGN TO "IFUCFG"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS CFG-FILE-STATUS.
003600     SELECT OPTIONAL LIQ-FILE ASSIGN TO "IFULIQ"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS LIQ-FILE-STATUS.
003900     SELECT OPTIONAL RCH-FILE ASSIGN TO "IFULIQR"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS RCH-FILE-STATUS.
004200     SELECT REP-FILE ASSIGN TO "IFULIQIL"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS REP-FILE-STATUS.
004500 DATA            DIVISION.
004600 FILE SECTION.
004700 FD  ENT-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  ENT-RECORD.
005000     05  ENT-FECHA-PAGO      PIC 9(08).
005100     05  ENT-ESTACION        PIC X(10).
005200     05  ENT-LOTE            PIC 9(06).
005300     05  ENT-FECHA           PIC 9(08).
005400     05  ENT-IMPORTE         PIC S9(09)V99.
005500 COPY IFUCFG.
005600 COPY IFULIQ.
005700 FD  RCH-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  RCH-RECORD.
006000     05  RCH-LINEA           PIC X(43).
006100     05  FILLER              PIC X(02).
006200     05  RCH-MOTIVO          PIC X(30).
006300 FD  REP-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  REP-LINEA               PIC X(132).
006600 WORKING-STORAGE SECTION.
006700 01  ENT-FILE-STATUS         PIC X(02).
006800 01  CFG-FILE-STATUS         PIC X(02).
006900 01  LIQ-FILE-STATUS         PIC X(02).
007000 01  RCH-FILE-STATUS         PIC X(02).
007100 01  REP-FILE-STATUS         PIC X(02).
007200******************************************************************
007300*    SWITCHES AND COUNTERS.
007400******************************************************************
007500 77  ENT-EOF-SW           PIC X(01)       VALUE "N".
007600     88  ENT-EOF                          VALUE "Y".
007700 77  CFG-EOF-SW           PIC X(01)       VALUE "N".
007800     88  CFG-EOF                          VALUE "Y".
007900 77  LIQ-EOF-SW           PIC X(01)       VALUE "N".
008000     88  LIQ-EOF                          VALUE "Y".
008100 77  LINEA-VALIDA-SW      PIC X(01)       VALUE "N".
008200     88  LINEA-VALIDA                     VALUE "S".
008300 77  LOTE-TRUNCA-SW       PIC X(01)       VALUE "N".
008400     88  LOTE-TRUNCA                      VALUE "S".
008500 77  DIA-TRUNCA-SW        PIC X(01)       VALUE "N".
008600     88  DIA-TRUNCA                       VALUE "S".
008700 77  REG-LEIDOS           PIC 9(07) COMP  VALUE 0.
008800 77  REG-ACEPTADOS        PIC 9(07) COMP  VALUE 0.
008900 77  REG-RECHAZADOS       PIC 9(07) COMP  VALUE 0.
009000 01  MOTIVO-RECHAZO          PIC X(30).
009100 01  TOT-ACEPTADO            PIC S9(13)V99 VALUE 0.
009200******************************************************************
009300*    ACTIVE STATIONS LOADED FROM IFUCFG.
009400******************************************************************
009500 77  EST-MAXIMO           PIC 9(03) COMP  VALUE 100.
009600 77  EST-USADAS           PIC 9(03) COMP  VALUE 0.
009700 77  EST-IDX              PIC 9(03) COMP  VALUE 0.
009800 77  EST-HALLADA-SW       PIC X(01)       VALUE "N".
009900     88  EST-HALLADA                      VALUE "S".
010000 01  TAB-ESTACIONES.
010100     05  TAB-EST OCCURS 100 TIMES.
010200         10  TAB-EST-CODIGO  PIC X(10).
010300         10  TAB-EST-ACTIVA  PIC X(01).
010400******************************************************************
010500*    STATION/SETTLEMENT DAYS ALREADY PRESENT IN THE LIVE FILE,
010600*    SO A RE-SENT FILE IS REFUSED INSTEAD OF DOUBLE-COUNTED.
010700******************************************************************
010800 77  DIA-MAXIMO           PIC 9(04) COMP  VALUE 3100.
010900 77  DIA-USADOS           PIC 9(04) COMP  VALUE 0.
011000 77  DIA-IDX              PIC 9(04) COMP  VALUE 0.
011100 77  DIA-HALLADO-SW       PIC X(01)       VALUE "N".
011200     88  DIA-HALLADO                      VALUE "S".
011300 01  CLAVE-DIA.
011400     05  CLAVE-DIA-FECHA     PIC 9(08).
011500     05  CLAVE-DIA-ESTACION  PIC X(10).
011600 01  TAB-DIAS.
011700     05  TAB-DIA-CLAVE OCCURS 3100 TIMES PIC X(18).
011800******************************************************************
011900*    BATCHES SEEN, LIVE FILE PLUS THE FILE ITSELF. A BATCH IS
012000*    KNOWN BY STATION, SALES DAY AND NUMBER, AS THE PROCESSOR
012100*    REUSES THE NUMBERS. WHEN THE TABLE OVERFLOWS THE
012200*    DUPLICATE CHECK IS PARTIAL AND THE LISTING SAYS SO.
012300******************************************************************
012400 77  LOT-MAXIMO           PIC 9(05) COMP  VALUE 20000.
012500 77  LOT-USADOS           PIC 9(05) COMP  VALUE 0.
012600 77  LOT-IDX              PIC 9(05) COMP  VALUE 0.
012700 77  LOT-HALLADO-SW       PIC X(01)       VALUE "N".
012800     88  LOT-HALLADO                      VALUE "S".
012900 01  CLAVE-LOTE.
013000     05  CLAVE-LOTE-ESTACION PIC X(10).
013100     05  CLAVE-LOTE-FECHA    PIC 9(08).
013200     05  CLAVE-LOTE-NUMERO   PIC 9(06).
013300 01  TAB-LOTES.
013400     05  TAB-LOT-CLAVE OCCURS 20000 TIMES PIC X(24).
013500******************************************************************
013600*    PER-STATION ACCEPTED TOTALS FOR THE INTAKE LISTING.
013700******************************************************************
013800 77  TOT-MAXIMO           PIC 9(03) COMP  VALUE 100.
013900 77  TOT-USADAS           PIC 9(03) COMP  VALUE 0.
014000 77  TOT-IDX              PIC 9(03) COMP  VALUE 0.
014100 77  TOT-HALLADA-SW       PIC X(01)       VALUE "N".
014200     88  TOT-HALLADA                      VALUE "S".
014300 01  TAB-TOTALES.
014400     05  TAB-TOT OCCURS 100 TIMES.
014500         10  TAB-TOT-ESTACION PIC X(10).
014600         10  TAB-TOT-LINEAS   PIC 9(05) COMP.
014700         10  TAB-TOT-IMPORTE  PIC S9(11)V99.
014800******************************************************************
014900*    REPORT LINES.
015000******************************************************************
015100 01  CAB-LINEA1.
015200     05  FILLER              PIC X(10)    VALUE "IFULIQI".
015300     05  FILLER              PIC X(50)
015400         VALUE "INGRESO VALIDADO DE LIQUIDACIONES DE TARJETA".
015500 01  DET-LINEA.
015600     05  DET-FECHA-PAGO      PIC 9(08).
015700     05  FILLER              PIC X(02)    VALUE SPACES.
015800     05  DET-ESTACION        PIC X(10).
015900     05  FILLER              PIC X(02)    VALUE SPACES.
016000     05  DET-LOTE            PIC ZZZZZ9.
016100     05  FILLER              PIC X(02)    VALUE SPACES.
016200     05  DET-FECHA           PIC 9(08).
016300     05  FILLER              PIC X(02)    VALUE SPACES.
016400     05  DET-IMPORTE         PIC ZZZZZZZZ9.99-.
016500     05  FILLER              PIC X(02)    VALUE SPACES.
016600     05  DET-ESTADO          PIC X(10).
016700     05  FILLER              PIC X(02)    VALUE SPACES.
016800     05  DET-MOTIVO          PIC X(30).
016900 01  TEST-LINEA.
017000     05  FILLER              PIC X(02)    VALUE SPACES.
017100     05  TEST-ESTACION       PIC X(10).
017200     05  FILLER              PIC X(02)    VALUE SPACES.
017300     05  TEST-LINEAS         PIC ZZZZ9.
017400     05  FILLER              PIC X(08)    VALUE " LOTES".
017500     05  TEST-IMPORTE        PIC ZZZZZZZZZZZ9.99-.
017600 01  CNT-LINEA.
017700     05  CNT-TEXTO           PIC X(30).
017800     05  CNT-VALOR           PIC ZZZZZZZZZZZZZZ9.
017900 01  IMP-LINEA.
018000     05  IMP-TEXTO           PIC X(30).
018100     05  IMP-VALOR           PIC ZZZZZZZZZZZZ9.99-.
018200 PROCEDURE       DIVISION.
018300******************************************************************
018400*    0000-MAINLINE.
018500******************************************************************
018600 0000-MAINLINE.
018700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
018800     PERFORM 2000-PROCESAR-ENTRADA
018900         THRU 2000-PROCESAR-ENTRADA-EXIT
019000         UNTIL ENT-EOF.
019100     PERFORM 3000-TOTALES THRU 3000-TOTALES-EXIT.
019200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
019300     STOP RUN.
019400******************************************************************
019500*    1000-INICIALIZAR.
019600*    OPEN THE FILE, LOAD THE STATION LIST AND WHAT THE LIVE
019700*    FILE ALREADY HOLDS, THEN LEAVE THE LIVE FILE OPEN IN
019800*    EXTEND FOR THE ACCEPTED LINES.
019900******************************************************************
020000 1000-INICIALIZAR.
020100     OPEN INPUT ENT-FILE.
020200     IF ENT-FILE-STATUS NOT = "00" THEN
020300         DISPLAY "IFULIQI: NO SE PUDO ABRIR IFULIQD, ESTADO "
020400             ENT-FILE-STATUS
020500         SET ENT-EOF TO TRUE
020600         GO TO 1000-INICIALIZAR-EXIT
020700     END-IF.
020800     OPEN INPUT CFG-FILE.
020900     IF CFG-FILE-STATUS = "00" THEN
021000         PERFORM 1100-CARGAR-ESTACION
021100             THRU 1100-CARGAR-ESTACION-EXIT
021200             UNTIL CFG-EOF
021300         CLOSE CFG-FILE
021400     ELSE
021500         DISPLAY "IFULIQI: NO SE PUDO ABRIR IFUCFG, ESTADO "
021600             CFG-FILE-STATUS
021700         SET ENT-EOF TO TRUE
021800         GO TO 1000-INICIALIZAR-EXIT
021900     END-IF.
022000     OPEN INPUT LIQ-FILE.
022100     IF LIQ-FILE-STATUS = "00" THEN
022200         PERFORM 1200-CARGAR-VIVO
022300             THRU 1200-CARGAR-VIVO-EXIT
022400             UNTIL LIQ-EOF
022500         CLOSE LIQ-FILE
022600     ELSE
022700         IF LIQ-FILE-STATUS = "05" THEN
022800             CLOSE LIQ-FILE
022900         ELSE
023000             DISPLAY "IFULIQI: NO SE PUDO ABRIR IFULIQ, ESTADO "
023100                 LIQ-FILE-STATUS
023200             SET ENT-EOF TO TRUE
023300             GO TO 1000-INICIALIZAR-EXIT
023400         END-IF
023500     END-IF.
023600     OPEN EXTEND LIQ-FILE.
023700     IF LIQ-FILE-STATUS NOT = "00"
023800             AND LIQ-FILE-STATUS NOT = "05" THEN
023900         DISPLAY "IFULIQI: NO SE PUDO EXTENDER IFULIQ, ESTADO "
024000             LIQ-FILE-STATUS
024100         SET ENT-EOF TO TRUE
024200         GO TO 1000-INICIALIZAR-EXIT
024300     END-IF.
024400     OPEN EXTEND RCH-FILE.
024500     IF RCH-FILE-STATUS NOT = "00"
024600             AND RCH-FILE-STATUS NOT = "05" THEN
024700         DISPLAY "IFULIQI: NO SE PUDO ABRIR IFULIQR, ESTADO "
024800             RCH-FILE-STATUS
024900         SET ENT-EOF TO TRUE
025000         GO TO 1000-INICIALIZAR-EXIT
025100     END-IF.
025200     OPEN OUTPUT REP-FILE.
025300     IF REP-FILE-STATUS NOT = "00" THEN
025400         DISPLAY "IFULIQI: NO SE PUDO ABRIR IFULIQIL, ESTADO "
025500             REP-FILE-STATUS
025600         SET ENT-EOF TO TRUE
025700         GO TO 1000-INICIALIZAR-EXIT
025800     END-IF.
025900     WRITE REP-LINEA FROM CAB-LINEA1.
026000     MOVE SPACES TO REP-LINEA.
026100     WRITE REP-LINEA.
026200 1000-INICIALIZAR-EXIT.
026300     EXIT.
026400 1100-CARGAR-ESTACION.
026500     READ CFG-FILE
026600         AT END
026700             SET CFG-EOF TO TRUE
026800         NOT AT END
026900             IF EST-USADAS < EST-MAXIMO THEN
027000                 ADD 1 TO EST-USADAS
027100                 MOVE CFG-ESTACION
027200                     TO TAB-EST-CODIGO (EST-USADAS)
027300                 IF CFG-INACTIVA THEN
027400                     MOVE "N" TO TAB-EST-ACTIVA (EST-USADAS)
027500                 ELSE
027600                     MOVE "S" TO TAB-EST-ACTIVA (EST-USADAS)
027700                 END-IF
027800             ELSE
027900                 DISPLAY "IFULIQI: TABLA DE ESTACIONES COMPLETA, "
028000                     "SE OMITE " CFG-ESTACION
028100             END-IF
028200     END-READ.
028300 1100-CARGAR-ESTACION-EXIT.
028400     EXIT.
028500******************************************************************
028600*    1200-CARGAR-VIVO.
028700*    NOTE EVERY STATION/SETTLEMENT DAY AND EVERY BATCH THE LIVE
028800*    FILE ALREADY HOLDS.
028900******************************************************************
029000 1200-CARGAR-VIVO.
029100     READ LIQ-FILE
029200         AT END
029300             SET LIQ-EOF TO TRUE
029400         NOT AT END
029500             MOVE LIQ-FECHA-PAGO TO CLAVE-DIA-FECHA
029600             MOVE LIQ-ESTACION TO CLAVE-DIA-ESTACION
029700             PERFORM 1210-ANOTAR-DIA
029800                 THRU 1210-ANOTAR-DIA-EXIT
029900             MOVE LIQ-ESTACION TO CLAVE-LOTE-ESTACION
030000             MOVE LIQ-FECHA TO CLAVE-LOTE-FECHA
030100             MOVE LIQ-LOTE TO CLAVE-LOTE-NUMERO
030200             PERFORM 1220-ANOTAR-LOTE
030300                 THRU 1220-ANOTAR-LOTE-EXIT
030400     END-READ.
030500 1200-CARGAR-VIVO-EXIT.
030600     EXIT.
030700 1210-ANOTAR-DIA.
030800     PERFORM 5100-BUSCAR-DIA THRU 5100-BUSCAR-DIA-EXIT.
030900     IF NOT DIA-HALLADO THEN
031000         IF DIA-USADOS < DIA-MAXIMO THEN
031100             ADD 1 TO DIA-USADOS
031200             MOVE CLAVE-DIA TO TAB-DIA-CLAVE (DIA-USADOS)
031300         ELSE
031400             IF NOT DIA-TRUNCA THEN
031500                 DISPLAY "IFULIQI: TABLA DE DIAS COMPLETA, "
031600                     "CONTROL DE DIA YA CARGADO PARCIAL"
031700             END-IF
031800             SET DIA-TRUNCA TO TRUE
031900         END-IF
032000     END-IF.
032100 1210-ANOTAR-DIA-EXIT.
032200     EXIT.
032300 1220-ANOTAR-LOTE.
032400     IF LOT-USADOS < LOT-MAXIMO THEN
032500         ADD 1 TO LOT-USADOS
032600         MOVE CLAVE-LOTE TO TAB-LOT-CLAVE (LOT-USADOS)
032700     ELSE
032800         SET LOTE-TRUNCA TO TRUE
032900     END-IF.
033000 1220-ANOTAR-LOTE-EXIT.
033100     EXIT.
033200******************************************************************
033300*    2000-PROCESAR-ENTRADA.
033400*    ONE SETTLEMENT LINE PER PASS: VALIDATE, THEN ACCEPT OR
033500*    REJECT.
033600******************************************************************
033700 2000-PROCESAR-ENTRADA.
033800     READ ENT-FILE
033900         AT END
034000             SET ENT-EOF TO TRUE
034100         NOT AT END
034200             ADD 1 TO REG-LEIDOS
034300             PERFORM 2100-VALIDAR-LINEA
034400                 THRU 2100-VALIDAR-LINEA-EXIT
034500             IF LINEA-VALIDA THEN
034600                 PERFORM 2200-ACEPTAR-LINEA
034700                     THRU 2200-ACEPTAR-LINEA-EXIT
034800             ELSE
034900                 PERFORM 2300-RECHAZAR-LINEA
035000                     THRU 2300-RECHAZAR-LINEA-EXIT
035100             END-IF
035200     END-READ.
035300 2000-PROCESAR-ENTRADA-EXIT.
035400     EXIT.
035500******************************************************************
035600*    2100-VALIDAR-LINEA.
035700*    FIRST FAILED CHECK NAMES THE REASON AND ENDS THE
035800*    VALIDATION.
035900******************************************************************
036000 2100-VALIDAR-LINEA.
036100     MOVE "N" TO LINEA-VALIDA-SW.
036200     MOVE SPACES TO MOTIVO-RECHAZO.
036300     IF ENT-FECHA-PAGO IS NOT NUMERIC OR ENT-FECHA-PAGO = 0 THEN
036400         MOVE "FECHA DE PAGO NO NUMERICA" TO MOTIVO-RECHAZO
036500         GO TO 2100-VALIDAR-LINEA-EXIT
036600     END-IF.
036700     IF ENT-LOTE IS NOT NUMERIC OR ENT-LOTE = 0 THEN
036800         MOVE "LOTE NO NUMERICO" TO MOTIVO-RECHAZO
036900         GO TO 2100-VALIDAR-LINEA-EXIT
037000     END-IF.
037100     IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0 THEN
037200         MOVE "FECHA NO NUMERICA" TO MOTIVO-RECHAZO
037300         GO TO 2100-VALIDAR-LINEA-EXIT
037400     END-IF.
037500     IF ENT-FECHA > ENT-FECHA-PAGO THEN
037600         MOVE "FECHA POSTERIOR AL PAGO" TO MOTIVO-RECHAZO
037700         GO TO 2100-VALIDAR-LINEA-EXIT
037800     END-IF.
037900     IF ENT-IMPORTE IS NOT NUMERIC THEN
038000         MOVE "IMPORTE NO NUMERICO" TO MOTIVO-RECHAZO
038100         GO TO 2100-VALIDAR-LINEA-EXIT
038200     END-IF.
038300     PERFORM 5000-BUSCAR-ESTACION
038400         THRU 5000-BUSCAR-ESTACION-EXIT.
038500     IF NOT EST-HALLADA THEN
038600         MOVE "ESTACION DESCONOCIDA" TO MOTIVO-RECHAZO
038700         GO TO 2100-VALIDAR-LINEA-EXIT
038800     END-IF.
038900     IF TAB-EST-ACTIVA (EST-IDX) = "N" THEN
039000         MOVE "ESTACION INACTIVA" TO MOTIVO-RECHAZO
039100         GO TO 2100-VALIDAR-LINEA-EXIT
039200     END-IF.
039300     MOVE ENT-FECHA-PAGO TO CLAVE-DIA-FECHA.
039400     MOVE ENT-ESTACION TO CLAVE-DIA-ESTACION.
039500     PERFORM 5100-BUSCAR-DIA THRU 5100-BUSCAR-DIA-EXIT.
039600     IF DIA-HALLADO THEN
039700         MOVE "DIA YA CARGADO" TO MOTIVO-RECHAZO
039800         GO TO 2100-VALIDAR-LINEA-EXIT
039900     END-IF.
040000     MOVE ENT-ESTACION TO CLAVE-LOTE-ESTACION.
040100     MOVE ENT-FECHA TO CLAVE-LOTE-FECHA.
040200     MOVE ENT-LOTE TO CLAVE-LOTE-NUMERO.
040300     PERFORM 5200-BUSCAR-LOTE THRU 5200-BUSCAR-LOTE-EXIT.
040400     IF LOT-HALLADO THEN
040500         MOVE "LOTE DUPLICADO" TO MOTIVO-RECHAZO
040600         GO TO 2100-VALIDAR-LINEA-EXIT
040700     END-IF.
040800     SET LINEA-VALIDA TO TRUE.
040900 2100-VALIDAR-LINEA-EXIT.
041000     EXIT.
041100******************************************************************
041200*    2200-ACEPTAR-LINEA.
041300*    APPEND TO THE LIVE FILE, REMEMBER THE BATCH FOR THE
041400*    DUPLICATE CHECK OF THE REST OF THE FILE, AND ACCUMULATE
041500*    THE STATION TOTAL.
041600******************************************************************
041700 2200-ACEPTAR-LINEA.
041800     MOVE ENT-FECHA-PAGO TO LIQ-FECHA-PAGO.
041900     MOVE ENT-ESTACION TO LIQ-ESTACION.
042000     MOVE ENT-LOTE TO LIQ-LOTE.
042100     MOVE ENT-FECHA TO LIQ-FECHA.
042200     MOVE ENT-IMPORTE TO LIQ-IMPORTE.
042300     WRITE LIQ-RECORD.
042400     IF LIQ-FILE-STATUS NOT = "00" THEN
042500         DISPLAY "IFULIQI: ERROR " LIQ-FILE-STATUS
042600             " GRABANDO IFULIQ, SE DETIENE EL INGRESO"
042700         SET ENT-EOF TO TRUE
042800         GO TO 2200-ACEPTAR-LINEA-EXIT
042900     END-IF.
043000     ADD 1 TO REG-ACEPTADOS.
043100     ADD ENT-IMPORTE TO TOT-ACEPTADO.
043200     PERFORM 1220-ANOTAR-LOTE THRU 1220-ANOTAR-LOTE-EXIT.
043300     PERFORM 2400-ACUMULAR-ESTACION
043400         THRU 2400-ACUMULAR-ESTACION-EXIT.
043500     MOVE "ACEPTADO" TO DET-ESTADO.
043600     MOVE SPACES TO DET-MOTIVO.
043700     PERFORM 2500-LISTAR-LINEA THRU 2500-LISTAR-LINEA-EXIT.
043800 2200-ACEPTAR-LINEA-EXIT.
043900     EXIT.
044000******************************************************************
044100*    2300-RECHAZAR-LINEA.
044200******************************************************************
044300 2300-RECHAZAR-LINEA.
044400     ADD 1 TO REG-RECHAZADOS.
044500     MOVE SPACES TO RCH-RECORD.
044600     MOVE ENT-RECORD TO RCH-LINEA.
044700     MOVE MOTIVO-RECHAZO TO RCH-MOTIVO.
044800     WRITE RCH-RECORD.
044900     IF RCH-FILE-STATUS NOT = "00" THEN
045000         DISPLAY "IFULIQI: ERROR " RCH-FILE-STATUS
045100             " GRABANDO IFULIQR"
045200     END-IF.
045300     MOVE "RECHAZADO" TO DET-ESTADO.
045400     MOVE MOTIVO-RECHAZO TO DET-MOTIVO.
045500     PERFORM 2500-LISTAR-LINEA THRU 2500-LISTAR-LINEA-EXIT.
045600 2300-RECHAZAR-LINEA-EXIT.
045700     EXIT.
045800******************************************************************
045900*    2400-ACUMULAR-ESTACION.
046000******************************************************************
046100 2400-ACUMULAR-ESTACION.
046200     MOVE "N" TO TOT-HALLADA-SW.
046300     MOVE 0 TO TOT-IDX.
046400     PERFORM 2410-BUSCAR-TOTAL
046500         THRU 2410-BUSCAR-TOTAL-EXIT
046600         UNTIL TOT-HALLADA OR TOT-IDX >= TOT-USADAS.
046700     IF NOT TOT-HALLADA THEN
046800         IF TOT-USADAS < TOT-MAXIMO THEN
046900             ADD 1 TO TOT-USADAS
047000             MOVE TOT-USADAS TO TOT-IDX
047100             MOVE ENT-ESTACION TO TAB-TOT-ESTACION (TOT-IDX)
047200             MOVE 0 TO TAB-TOT-LINEAS (TOT-IDX)
047300             MOVE 0 TO TAB-TOT-IMPORTE (TOT-IDX)
047400             SET TOT-HALLADA TO TRUE
047500         END-IF
047600     END-IF.
047700     IF TOT-HALLADA THEN
047800         ADD 1 TO TAB-TOT-LINEAS (TOT-IDX)
047900         ADD ENT-IMPORTE TO TAB-TOT-IMPORTE (TOT-IDX)
048000     END-IF.
048100 2400-ACUMULAR-ESTACION-EXIT.
048200     EXIT.
048300 2410-BUSCAR-TOTAL.
048400     ADD 1 TO TOT-IDX.
048500     IF TAB-TOT-ESTACION (TOT-IDX) = ENT-ESTACION THEN
048600         SET TOT-HALLADA TO TRUE
048700     END-IF.
048800 2410-BUSCAR-TOTAL-EXIT.
048900     EXIT.
049000******************************************************************
049100*    2500-LISTAR-LINEA.
049200******************************************************************
049300 2500-LISTAR-LINEA.
049400     IF ENT-FECHA-PAGO IS NUMERIC THEN
049500         MOVE ENT-FECHA-PAGO TO DET-FECHA-PAGO
049600     ELSE
049700         MOVE 0 TO DET-FECHA-PAGO
049800     END-IF.
049900     MOVE ENT-ESTACION TO DET-ESTACION.
050000     IF ENT-LOTE IS NUMERIC THEN
050100         MOVE ENT-LOTE TO DET-LOTE
050200     ELSE
050300         MOVE 0 TO DET-LOTE
050400     END-IF.
050500     IF ENT-FECHA IS NUMERIC THEN
050600         MOVE ENT-FECHA TO DET-FECHA
050700     ELSE
050800         MOVE 0 TO DET-FECHA
050900     END-IF.
051000     IF ENT-IMPORTE IS NUMERIC THEN
051100         MOVE ENT-IMPORTE TO DET-IMPORTE
051200     ELSE
051300         MOVE 0 TO DET-IMPORTE
051400     END-IF.
051500     MOVE DET-LINEA TO REP-LINEA.
051600     WRITE REP-LINEA.
051700 2500-LISTAR-LINEA-EXIT.
051800     EXIT.
051900******************************************************************
052000*    3000-TOTALES.
052100*    COUNTS, THE ACCEPTED TOTAL PER STATION AND THE GRAND
052200*    TOTAL TO TICK AGAINST THE PROCESSOR'S SETTLEMENT ADVICE.
052300******************************************************************
052400 3000-TOTALES.
052500     IF REP-FILE-STATUS NOT = "00" THEN
052600         GO TO 3000-TOTALES-EXIT
052700     END-IF.
052800     MOVE SPACES TO REP-LINEA.
052900     WRITE REP-LINEA.
053000     MOVE "TOTALES ACEPTADOS POR ESTACION" TO REP-LINEA.
053100     WRITE REP-LINEA.
053200     MOVE 0 TO TOT-IDX.
053300     PERFORM 3100-LISTAR-TOTAL
053400         THRU 3100-LISTAR-TOTAL-EXIT
053500         UNTIL TOT-IDX >= TOT-USADAS.
053600     MOVE SPACES TO REP-LINEA.
053700     WRITE REP-LINEA.
053800     MOVE "LINEAS LEIDAS" TO CNT-TEXTO.
053900     MOVE REG-LEIDOS TO CNT-VALOR.
054000     WRITE REP-LINEA FROM CNT-LINEA.
054100     MOVE "LINEAS ACEPTADAS" TO CNT-TEXTO.
054200     MOVE REG-ACEPTADOS TO CNT-VALOR.
054300     WRITE REP-LINEA FROM CNT-LINEA.
054400     MOVE "LINEAS RECHAZADAS" TO CNT-TEXTO.
054500     MOVE REG-RECHAZADOS TO CNT-VALOR.
054600     WRITE REP-LINEA FROM CNT-LINEA.
054700     MOVE "IMPORTE TOTAL ACEPTADO" TO IMP-TEXTO.
054800     MOVE TOT-ACEPTADO TO IMP-VALOR.
054900     WRITE REP-LINEA FROM IMP-LINEA.
055000     IF LOTE-TRUNCA THEN
055100         MOVE "ATENCION: CONTROL DE LOTES DUPLICADOS PARCIAL"
055200             TO REP-LINEA
055300         WRITE REP-LINEA
055400         MOVE "TABLA DE LOTES COMPLETA" TO REP-LINEA
055500         WRITE REP-LINEA
055600     END-IF.
055700     IF DIA-TRUNCA THEN
055800         MOVE "ATENCION: CONTROL DE DIA YA CARGADO PARCIAL"
055900             TO REP-LINEA
056000         WRITE REP-LINEA
056100         MOVE "TABLA DE DIAS COMPLETA" TO REP-LINEA
056200         WRITE REP-LINEA
056300     END-IF.
056400 3000-TOTALES-EXIT.
056500     EXIT.
056600 3100-LISTAR-TOTAL.
056700     ADD 1 TO TOT-IDX.
056800     MOVE TAB-TOT-ESTACION (TOT-IDX) TO TEST-ESTACION.
056900     MOVE TAB-TOT-LINEAS (TOT-IDX) TO TEST-LINEAS.
057000     MOVE TAB-TOT-IMPORTE (TOT-IDX) TO TEST-IMPORTE.
057100     MOVE TEST-LINEA TO REP-LINEA.
057200     WRITE REP-LINEA.
057300 3100-LISTAR-TOTAL-EXIT.
057400     EXIT.
057500******************************************************************
057600*    5000-BUSCAR-ESTACION.
057700******************************************************************
057800 5000-BUSCAR-ESTACION.
057900     MOVE "N" TO EST-HALLADA-SW.
058000     MOVE 0 TO EST-IDX.
058100     PERFORM 5010-PROBAR-ESTACION
058200         THRU 5010-PROBAR-ESTACION-EXIT
058300         UNTIL EST-HALLADA OR EST-IDX >= EST-USADAS.
058400 5000-BUSCAR-ESTACION-EXIT.
058500     EXIT.
058600 5010-PROBAR-ESTACION.
058700     ADD 1 TO EST-IDX.
058800     IF TAB-EST-CODIGO (EST-IDX) = ENT-ESTACION THEN
058900         SET EST-HALLADA TO TRUE
059000     END-IF.
059100 5010-PROBAR-ESTACION-EXIT.
059200     EXIT.
059300******************************************************************
059400*    5100-BUSCAR-DIA.
059500******************************************************************
059600 5100-BUSCAR-DIA.
059700     MOVE "N" TO DIA-HALLADO-SW.
059800     MOVE 0 TO DIA-IDX.
059900     PERFORM 5110-PROBAR-DIA
060000         THRU 5110-PROBAR-DIA-EXIT
060100         UNTIL DIA-HALLADO OR DIA-IDX >= DIA-USADOS.
060200 5100-BUSCAR-DIA-EXIT.
060300     EXIT.
060400 5110-PROBAR-DIA.
060500     ADD 1 TO DIA-IDX.
060600     IF TAB-DIA-CLAVE (DIA-IDX) = CLAVE-DIA THEN
060700         SET DIA-HALLADO TO TRUE
060800     END-IF.
060900 5110-PROBAR-DIA-EXIT.
061000     EXIT.
061100******************************************************************
061200*    5200-BUSCAR-LOTE.
061300******************************************************************
061400 5200-BUSCAR-LOTE.
061500     MOVE "N" TO LOT-HALLADO-SW.
061600     MOVE 0 TO LOT-IDX.
061700     PERFORM 5210-PROBAR-LOTE
061800         THRU 5210-PROBAR-LOTE-EXIT
061900         UNTIL LOT-HALLADO OR LOT-IDX >= LOT-USADOS.
062000 5200-BUSCAR-LOTE-EXIT.
062100     EXIT.
062200 5210-PROBAR-LOTE.
062300     ADD 1 TO LOT-IDX.
062400     IF TAB-LOT-CLAVE (LOT-IDX) = CLAVE-LOTE THEN
062500         SET LOT-HALLADO TO TRUE
062600     END-IF.
062700 5210-PROBAR-LOTE-EXIT.
062800     EXIT.
062900******************************************************************
063000*    9000-FINALIZAR.
063100******************************************************************
063200 9000-FINALIZAR.
063300     IF ENT-FILE-STATUS = "00" OR ENT-FILE-STATUS = "10" THEN
063400         CLOSE ENT-FILE
063500     END-IF.
063600     IF LIQ-FILE-STATUS = "00" OR LIQ-FILE-STATUS = "05" THEN
063700         CLOSE LIQ-FILE
063800     END-IF.
063900     IF RCH-FILE-STATUS = "00" OR RCH-FILE-STATUS = "05" THEN
064000         CLOSE RCH-FILE
064100     END-IF.
064200     IF REP-FILE-STATUS = "00" THEN
064300         CLOSE REP-FILE
064400     END-IF.
064500     DISPLAY "IFULIQI: LEIDAS " REG-LEIDOS
064600         " ACEPTADAS " REG-ACEPTADOS
064700         " RECHAZADAS " REG-RECHAZADOS
064800         ", VER IFULIQIL".
064900 9000-FINALIZAR-EXIT.
065000     EXIT.
065100 END PROGRAM     IFULIQI.
