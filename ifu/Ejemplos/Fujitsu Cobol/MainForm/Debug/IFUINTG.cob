000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUINTG.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUINTG
000900*    Cross-file integrity check of every Z closure. A closure
001000*    leaves four traces: the "cierreZ" line with code 0 in the
001100*    driver log IFULOG, the audit line in IFUAUD, the fiscal
001200*    breakdown in IFUZDET and, once IFULOAD has run, its copy
001300*    in the indexed master IFUMST. The audit and the detail
001400*    line are written with two separate OPEN EXTENDs (PrintForm
001500*    Cierre Z and IFUBATCH), so one can land without the other.
001600*    Every successful cierreZ line of the log is paired with an
001700*    audit line of the same station and date - the log carries
001800*    no Z number, so the Nth success of a station/day takes its
001900*    Nth audit line, and a batch that crossed midnight logged
002000*    the next day, so the day before is tried too. Every detail
002100*    line is paired with the audit line of the same station,
002200*    date and Z number, and its taxed bases, VAT by rate and
002300*    exempt amount must add up to the audit total. The master
002400*    copy of each audit line, once loaded, must still carry the
002500*    same date, total and result. Each broken or orphan closure
002600*    goes to the IFUINTGL listing and a one-line verdict is
002700*    displayed for the batch log. Only the live files are
002800*    checked: log lines older than the oldest month still live
002900*    were archived by IFUARCH and are skipped, and audit lines
003000*    older than the first line of the log predate the log.
003100*    Called by IFUBATCH at the end of every run and runnable
003200*    on its own.
003300*
003400*    MODIFICATION HISTORY.
003500*    DATE       INIT DESCRIPTION
003600*    2026-10-15 SIS  Original closure integrity check.
003700******************************************************************
003800 ENVIRONMENT     DIVISION.
003900 CONFIGURATION   SECTION.
004000 INPUT-OUTPUT    SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL LOG-FILE ASSIGN TO "IFULOG"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS LOG-FILE-STATUS.
004500     SELECT OPTIONAL AUD-FILE ASSIGN TO "IFUAUD"
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS AUD-FILE-STATUS.
004800     SELECT OPTIONAL ZDT-FILE ASSIGN TO "IFUZDET"
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS ZDT-FILE-STATUS.
005100     SELECT OPTIONAL MST-FILE ASSIGN TO "IFUMST"
005200         ORGANIZATION INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS MST-CLAVE
005500         ALTERNATE RECORD KEY IS MST-FECHA WITH DUPLICATES
005600         FILE STATUS IS MST-FILE-STATUS.
005700     SELECT REP-FILE ASSIGN TO "IFUINTGL"
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS REP-FILE-STATUS.
006000 DATA            DIVISION.
006100 FILE SECTION.
006200 COPY IFULOG.
006300 COPY IFUAUD.
006400 COPY IFUZDET.
006500 COPY IFUMST.
006600 FD  REP-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  REP-LINEA               PIC X(132).
006900 WORKING-STORAGE SECTION.
007000 01  LOG-FILE-STATUS         PIC X(02).
007100 01  AUD-FILE-STATUS         PIC X(02).
007200 01  ZDT-FILE-STATUS         PIC X(02).
007300 01  MST-FILE-STATUS         PIC X(02).
007400 01  REP-FILE-STATUS         PIC X(02).
007500******************************************************************
007600*    SWITCHES AND COUNTERS.
007700******************************************************************
007800 77  LOG-EOF-SW           PIC X(01)       VALUE "N".
007900     88  LOG-EOF                          VALUE "Y".
008000 77  AUD-EOF-SW           PIC X(01)       VALUE "N".
008100     88  AUD-EOF                          VALUE "Y".
008200 77  ZDT-EOF-SW           PIC X(01)       VALUE "N".
008300     88  ZDT-EOF                          VALUE "Y".
008400 77  MST-ABIERTO-SW       PIC X(01)       VALUE "N".
008500     88  MST-ABIERTO                      VALUE "S".
008600 77  AUD-HALLADA-SW       PIC X(01)       VALUE "N".
008700     88  AUD-HALLADA                      VALUE "S".
008800 77  SIN-CONTROL-SW       PIC X(01)       VALUE "N".
008900     88  SIN-CONTROL                      VALUE "S".
009000 77  AUD-LEIDOS           PIC 9(07) COMP  VALUE 0.
009100 77  ZDT-LEIDOS           PIC 9(07) COMP  VALUE 0.
009200 77  LOG-CIERRES          PIC 9(07) COMP  VALUE 0.
009300 77  LOG-ARCHIVADOS       PIC 9(07) COMP  VALUE 0.
009400 77  LOG-SIN-AUDITORIA    PIC 9(05) COMP  VALUE 0.
009500 77  ZDT-SIN-AUDITORIA    PIC 9(05) COMP  VALUE 0.
009600 77  AUD-SIN-LOG          PIC 9(05) COMP  VALUE 0.
009700 77  AUD-SIN-DETALLE      PIC 9(05) COMP  VALUE 0.
009800 77  TOTALES-DISTINTOS    PIC 9(05) COMP  VALUE 0.
009900 77  MAESTRO-DISTINTO     PIC 9(05) COMP  VALUE 0.
010000 77  MAESTRO-PENDIENTE    PIC 9(05) COMP  VALUE 0.
010100 77  ANOMALIAS-HALLADAS   PIC 9(05) COMP  VALUE 0.
010200******************************************************************
010300*    DATE LIMITS OF THE LIVE FILES. FECHA-PISO IS THE FIRST DAY
010400*    OF THE OLDEST MONTH STILL LIVE IN IFUAUD OR IFUZDET (THE
010500*    CURRENT MONTH AT THE LATEST); LOG LINES BEFORE IT BELONG TO
010600*    ARCHIVED MONTHS.
010700******************************************************************
010800 77  FECHA-HOY            PIC 9(08)       VALUE 0.
010900 77  FECHA-PISO           PIC 9(08)       VALUE 0.
011000 77  FECHA-PRUEBA         PIC 9(08)       VALUE 0.
011100 77  PRIMER-LOG           PIC 9(08)       VALUE 0.
011200 77  PERIODO-REG          PIC 9(06)       VALUE 0.
011300 77  FECHA-ENTERA         PIC 9(08) COMP  VALUE 0.
011400 01  SUMA-DETALLE            PIC S9(11)V99 VALUE 0.
011500******************************************************************
011600*    LIVE AUDIT LINES, EACH WITH THE SWITCHES OF THE LOG LINE
011700*    AND THE DETAIL LINE IT HAS BEEN PAIRED WITH. SIZED LIKE
011800*    THE IFUARCH TABLES FOR A FULL GROWN MONTH.
011900******************************************************************
012000 77  AUD-MAXIMO           PIC 9(05) COMP  VALUE 5000.
012100 77  AUD-USADOS           PIC 9(05) COMP  VALUE 0.
012200 77  AUD-IDX              PIC 9(05) COMP  VALUE 0.
012300 01  CLAVE-BUSCADA.
012400     05  CLAVE-FECHA         PIC 9(08).
012500     05  CLAVE-ESTACION      PIC X(10).
012600     05  CLAVE-NUMERO-Z      PIC 9(09).
012700 01  TAB-AUDITORIA.
012800     05  TAB-AUD OCCURS 5000 TIMES.
012900         10  TAB-AUD-FECHA       PIC 9(08).
013000         10  TAB-AUD-ESTACION    PIC X(10).
013100         10  TAB-AUD-NUMERO-Z    PIC 9(09).
013200         10  TAB-AUD-TOTAL       PIC S9(09)V99.
013300         10  TAB-AUD-RESULTADO   PIC X(01).
013400         10  TAB-AUD-LOG-SW      PIC X(01).
013500         10  TAB-AUD-ZDT-SW      PIC X(01).
013600*                                "S" = YA EMPAREJADA,
013700*                                "N" = PENDIENTE.
013800******************************************************************
013900*    REPORT LINES.
014000******************************************************************
014100 01  CAB-LINEA1.
014200     05  FILLER              PIC X(10)    VALUE "IFUINTG".
014300     05  FILLER              PIC X(50)
014400         VALUE "INTEGRIDAD DE CIERRES Z: LOG, AUDITORIA, DETALLE".
014500     05  FILLER              PIC X(10)    VALUE " Y MAESTRO".
014600 01  CAB-LINEA2.
014700     05  FILLER              PIC X(12)    VALUE "ESTACION".
014800     05  FILLER              PIC X(10)    VALUE "FECHA".
014900     05  FILLER              PIC X(11)    VALUE "  NUMERO Z".
015000     05  FILLER              PIC X(20)    VALUE "TIPO".
015100     05  FILLER              PIC X(07)    VALUE "DETALLE".
015200 01  ANO-LINEA.
015300     05  ANO-ESTACION        PIC X(10).
015400     05  FILLER              PIC X(02)    VALUE SPACES.
015500     05  ANO-FECHA           PIC 9(08).
015600     05  FILLER              PIC X(02)    VALUE SPACES.
015700     05  ANO-NUMERO-Z        PIC ZZZZZZZZ9.
015800     05  FILLER              PIC X(02)    VALUE SPACES.
015900     05  ANO-TIPO            PIC X(18).
016000     05  FILLER              PIC X(02)    VALUE SPACES.
016100     05  ANO-DETALLE         PIC X(70).
016200 01  ANO-LOG-DETALLE.
016300     05  FILLER              PIC X(22)
016400         VALUE "CIERREZ CORRECTO HORA ".
016500     05  ANO-LOG-HORA        PIC 9(08).
016600     05  FILLER              PIC X(10)    VALUE " OPERADOR ".
016700     05  ANO-LOG-OPERADOR    PIC X(06).
016800     05  FILLER              PIC X(14)    VALUE ", SIN IFUAUD".
016900 01  ANO-TOTAL-DETALLE.
017000     05  FILLER              PIC X(07)    VALUE "IFUAUD ".
017100     05  ANO-TOT-AUDITORIA   PIC ZZZZZZZZZZ9.99-.
017200     05  FILLER              PIC X(22)
017300         VALUE "  SUMA IFUZDET        ".
017400     05  ANO-TOT-DETALLE     PIC ZZZZZZZZZZ9.99-.
017500 01  ANO-MST-DETALLE.
017600     05  FILLER              PIC X(13)    VALUE "IFUMST FECHA ".
017700     05  ANO-MST-FECHA       PIC 9(08).
017800     05  FILLER              PIC X(07)    VALUE " TOTAL ".
017900     05  ANO-MST-TOTAL       PIC ZZZZZZZZZ9.99-.
018000     05  FILLER              PIC X(11)    VALUE " RESULTADO ".
018100     05  ANO-MST-RESULTADO   PIC X(01).
018200 01  CNT-LINEA.
018300     05  CNT-TEXTO           PIC X(40).
018400     05  CNT-VALOR           PIC ZZZZZZZZZZZZZZ9.
018500 PROCEDURE       DIVISION.
018600******************************************************************
018700*    0000-MAINLINE.
018800******************************************************************
018900 0000-MAINLINE.
019000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
019100     PERFORM 2000-CARGAR-AUDITORIA
019200         THRU 2000-CARGAR-AUDITORIA-EXIT
019300         UNTIL AUD-EOF.
019400     IF NOT SIN-CONTROL THEN
019500         PERFORM 3000-CONTROLAR-DETALLE
019600             THRU 3000-CONTROLAR-DETALLE-EXIT
019700             UNTIL ZDT-EOF
019800         PERFORM 4000-CONTROLAR-LOG
019900             THRU 4000-CONTROLAR-LOG-EXIT
020000             UNTIL LOG-EOF
020100         PERFORM 5000-CONTROLAR-AUDITORIA
020200             THRU 5000-CONTROLAR-AUDITORIA-EXIT
020300         PERFORM 6000-RESUMEN THRU 6000-RESUMEN-EXIT
020400     END-IF.
020500     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
020600     GOBACK.
020700******************************************************************
020800*    1000-INICIALIZAR.
020900*    EVERY COUNTER IS RESET HERE, NOT ONLY BY ITS VALUE CLAUSE,
021000*    SINCE IFUBATCH CALLS THE PROGRAM. A FILE THAT EXISTS BUT
021100*    CANNOT BE READ MAKES THE CHECK IMPOSSIBLE; A MISSING OR
021200*    UNREADABLE MASTER ONLY SKIPS THE MASTER COMPARISON.
021300******************************************************************
021400 1000-INICIALIZAR.
021500     MOVE "N" TO LOG-EOF-SW.
021600     MOVE "N" TO AUD-EOF-SW.
021700     MOVE "N" TO ZDT-EOF-SW.
021800     MOVE "N" TO MST-ABIERTO-SW.
021900     MOVE "N" TO SIN-CONTROL-SW.
022000     MOVE 0 TO AUD-LEIDOS ZDT-LEIDOS LOG-CIERRES LOG-ARCHIVADOS.
022100     MOVE 0 TO LOG-SIN-AUDITORIA ZDT-SIN-AUDITORIA AUD-SIN-LOG
022200         AUD-SIN-DETALLE TOTALES-DISTINTOS MAESTRO-DISTINTO
022300         MAESTRO-PENDIENTE ANOMALIAS-HALLADAS.
022400     MOVE 0 TO AUD-USADOS.
022500     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
022600     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-REG.
022700     COMPUTE FECHA-PISO = PERIODO-REG * 100 + 1.
022800     MOVE 99999999 TO PRIMER-LOG.
022900     OPEN INPUT AUD-FILE.
023000     IF AUD-FILE-STATUS NOT = "00" AND AUD-FILE-STATUS NOT = "05"
023100         DISPLAY "IFUINTG: NO SE PUDO ABRIR IFUAUD, ESTADO "
023200             AUD-FILE-STATUS
023300         SET AUD-EOF TO TRUE
023400         SET SIN-CONTROL TO TRUE
023500     END-IF.
023600     OPEN INPUT ZDT-FILE.
023700     IF ZDT-FILE-STATUS NOT = "00" AND ZDT-FILE-STATUS NOT = "05"
023800         DISPLAY "IFUINTG: NO SE PUDO ABRIR IFUZDET, ESTADO "
023900             ZDT-FILE-STATUS
024000         SET ZDT-EOF TO TRUE
024100         SET SIN-CONTROL TO TRUE
024200     END-IF.
024300     OPEN INPUT LOG-FILE.
024400     IF LOG-FILE-STATUS NOT = "00" AND LOG-FILE-STATUS NOT = "05"
024500         DISPLAY "IFUINTG: NO SE PUDO ABRIR IFULOG, ESTADO "
024600             LOG-FILE-STATUS
024700         SET LOG-EOF TO TRUE
024800         SET SIN-CONTROL TO TRUE
024900     END-IF.
025000     OPEN INPUT MST-FILE.
025100     IF MST-FILE-STATUS = "00" THEN
025200         SET MST-ABIERTO TO TRUE
025300     ELSE
025400         IF MST-FILE-STATUS = "05" THEN
025500             CLOSE MST-FILE
025600         END-IF
025700         DISPLAY "IFUINTG: IFUMST NO DISPONIBLE (ESTADO "
025800             MST-FILE-STATUS "), NO SE CONTROLA EL MAESTRO"
025900     END-IF.
026000     OPEN OUTPUT REP-FILE.
026100     IF REP-FILE-STATUS NOT = "00" THEN
026200         DISPLAY "IFUINTG: NO SE PUDO ABRIR IFUINTGL, ESTADO "
026300             REP-FILE-STATUS
026400         SET AUD-EOF TO TRUE
026500         SET SIN-CONTROL TO TRUE
026600     ELSE
026700         WRITE REP-LINEA FROM CAB-LINEA1
026800         MOVE SPACES TO REP-LINEA
026900         WRITE REP-LINEA
027000         WRITE REP-LINEA FROM CAB-LINEA2
027100     END-IF.
027200 1000-INICIALIZAR-EXIT.
027300     EXIT.
027400******************************************************************
027500*    2000-CARGAR-AUDITORIA.
027600*    THE WHOLE LIVE AUDIT FILE INTO THE TABLE. A FILE THAT DOES
027700*    NOT FIT WOULD REPORT EVERY LINE PAST THE END AS AN ORPHAN,
027800*    SO AN OVERFLOW CALLS THE CHECK OFF INSTEAD.
027900******************************************************************
028000 2000-CARGAR-AUDITORIA.
028100     READ AUD-FILE
028200         AT END
028300             SET AUD-EOF TO TRUE
028400         NOT AT END
028500             ADD 1 TO AUD-LEIDOS
028600             IF AUD-USADOS < AUD-MAXIMO THEN
028700                 ADD 1 TO AUD-USADOS
028800                 MOVE AUD-FECHA TO TAB-AUD-FECHA (AUD-USADOS)
028900                 MOVE AUD-ESTACION
029000                     TO TAB-AUD-ESTACION (AUD-USADOS)
029100                 MOVE AUD-NUMERO-Z
029200                     TO TAB-AUD-NUMERO-Z (AUD-USADOS)
029300                 MOVE AUD-TOTAL TO TAB-AUD-TOTAL (AUD-USADOS)
029400                 MOVE AUD-RESULTADO
029500                     TO TAB-AUD-RESULTADO (AUD-USADOS)
029600                 MOVE "N" TO TAB-AUD-LOG-SW (AUD-USADOS)
029700                 MOVE "N" TO TAB-AUD-ZDT-SW (AUD-USADOS)
029800                 MOVE AUD-FECHA TO FECHA-PRUEBA
029900                 PERFORM 2100-BAJAR-PISO
030000                     THRU 2100-BAJAR-PISO-EXIT
030100             ELSE
030200                 DISPLAY "IFUINTG: IFUAUD NO ENTRA EN LA TABLA, "
030300                     "NO SE CONTROLA"
030400                 SET SIN-CONTROL TO TRUE
030500                 SET AUD-EOF TO TRUE
030600             END-IF
030700     END-READ.
030800 2000-CARGAR-AUDITORIA-EXIT.
030900     EXIT.
031000******************************************************************
031100*    2100-BAJAR-PISO.
031200*    MOVE FECHA-PISO DOWN TO THE FIRST DAY OF THE MONTH OF
031300*    FECHA-PRUEBA WHEN THAT MONTH IS OLDER.
031400******************************************************************
031500 2100-BAJAR-PISO.
031600     DIVIDE FECHA-PRUEBA BY 100 GIVING PERIODO-REG.
031700     COMPUTE FECHA-PRUEBA = PERIODO-REG * 100 + 1.
031800     IF FECHA-PRUEBA < FECHA-PISO THEN
031900         MOVE FECHA-PRUEBA TO FECHA-PISO
032000     END-IF.
032100 2100-BAJAR-PISO-EXIT.
032200     EXIT.
032300******************************************************************
032400*    3000-CONTROLAR-DETALLE.
032500*    ONE DETAIL LINE PER PASS: PAIR IT WITH ITS AUDIT LINE AND
032600*    CHECK THAT THE FISCAL BREAKDOWN ADDS UP TO THE AUDIT TOTAL.
032700******************************************************************
032800 3000-CONTROLAR-DETALLE.
032900     READ ZDT-FILE
033000         AT END
033100             SET ZDT-EOF TO TRUE
033200         NOT AT END
033300             ADD 1 TO ZDT-LEIDOS
033400             MOVE ZDT-FECHA TO FECHA-PRUEBA
033500             PERFORM 2100-BAJAR-PISO
033600                 THRU 2100-BAJAR-PISO-EXIT
033700             PERFORM 3100-EMPAREJAR-DETALLE
033800                 THRU 3100-EMPAREJAR-DETALLE-EXIT
033900     END-READ.
034000 3000-CONTROLAR-DETALLE-EXIT.
034100     EXIT.
034200 3100-EMPAREJAR-DETALLE.
034300     MOVE ZDT-FECHA TO CLAVE-FECHA.
034400     MOVE ZDT-ESTACION TO CLAVE-ESTACION.
034500     MOVE ZDT-NUMERO-Z TO CLAVE-NUMERO-Z.
034600     PERFORM 7100-BUSCAR-POR-Z THRU 7100-BUSCAR-POR-Z-EXIT.
034700     MOVE ZDT-ESTACION TO ANO-ESTACION.
034800     MOVE ZDT-FECHA TO ANO-FECHA.
034900     MOVE ZDT-NUMERO-Z TO ANO-NUMERO-Z.
035000     IF NOT AUD-HALLADA THEN
035100         ADD 1 TO ZDT-SIN-AUDITORIA
035200         MOVE "SIN AUDITORIA" TO ANO-TIPO
035300         MOVE "LINEA DE IFUZDET SIN LINEA EN IFUAUD"
035400             TO ANO-DETALLE
035500         PERFORM 8000-INFORMAR-ANOMALIA
035600             THRU 8000-INFORMAR-ANOMALIA-EXIT
035700         GO TO 3100-EMPAREJAR-DETALLE-EXIT
035800     END-IF.
035900     MOVE "S" TO TAB-AUD-ZDT-SW (AUD-IDX).
036000     COMPUTE SUMA-DETALLE = ZDT-GRAVADO-105 + ZDT-IVA-105
036100         + ZDT-GRAVADO-21 + ZDT-IVA-21 + ZDT-EXENTO.
036200     IF SUMA-DETALLE NOT = TAB-AUD-TOTAL (AUD-IDX) THEN
036300         ADD 1 TO TOTALES-DISTINTOS
036400         MOVE "TOTAL DISTINTO" TO ANO-TIPO
036500         MOVE TAB-AUD-TOTAL (AUD-IDX) TO ANO-TOT-AUDITORIA
036600         MOVE SUMA-DETALLE TO ANO-TOT-DETALLE
036700         MOVE ANO-TOTAL-DETALLE TO ANO-DETALLE
036800         PERFORM 8000-INFORMAR-ANOMALIA
036900             THRU 8000-INFORMAR-ANOMALIA-EXIT
037000     END-IF.
037100 3100-EMPAREJAR-DETALLE-EXIT.
037200     EXIT.
037300******************************************************************
037400*    4000-CONTROLAR-LOG.
037500*    ONE LOG LINE PER PASS. ONLY A CIERREZ THE DRIVER ANSWERED
037600*    WITH CODE 0 IS A CLOSURE; ANY LINE AT ALL DATES THE START
037700*    OF THE LOG.
037800******************************************************************
037900 4000-CONTROLAR-LOG.
038000     READ LOG-FILE
038100         AT END
038200             SET LOG-EOF TO TRUE
038300         NOT AT END
038400             IF LOG-FECHA < PRIMER-LOG THEN
038500                 MOVE LOG-FECHA TO PRIMER-LOG
038600             END-IF
038700             IF LOG-METODO = "cierreZ" AND LOG-CODIGO = 0 THEN
038800                 IF LOG-FECHA < FECHA-PISO THEN
038900                     ADD 1 TO LOG-ARCHIVADOS
039000                 ELSE
039100                     ADD 1 TO LOG-CIERRES
039200                     PERFORM 4100-EMPAREJAR-LOG
039300                         THRU 4100-EMPAREJAR-LOG-EXIT
039400                 END-IF
039500             END-IF
039600     END-READ.
039700 4000-CONTROLAR-LOG-EXIT.
039800     EXIT.
039900******************************************************************
040000*    4100-EMPAREJAR-LOG.
040100*    THE FIRST UNPAIRED AUDIT LINE OF THE STATION/DAY; FAILING
040200*    THAT, OF THE DAY BEFORE, FOR THE BATCH THAT STAMPED ITS
040300*    AUDIT LINES WITH THE DATE IT STARTED.
040400******************************************************************
040500 4100-EMPAREJAR-LOG.
040600     MOVE LOG-FECHA TO CLAVE-FECHA.
040700     MOVE LOG-ESTACION TO CLAVE-ESTACION.
040800     PERFORM 7000-BUSCAR-POR-DIA THRU 7000-BUSCAR-POR-DIA-EXIT.
040900     IF NOT AUD-HALLADA AND LOG-FECHA > 16010101 THEN
041000         COMPUTE FECHA-ENTERA
041100             = FUNCTION INTEGER-OF-DATE (LOG-FECHA) - 1
041200         COMPUTE CLAVE-FECHA
041300             = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA)
041400         PERFORM 7000-BUSCAR-POR-DIA
041500             THRU 7000-BUSCAR-POR-DIA-EXIT
041600     END-IF.
041700     IF AUD-HALLADA THEN
041800         MOVE "S" TO TAB-AUD-LOG-SW (AUD-IDX)
041900         GO TO 4100-EMPAREJAR-LOG-EXIT
042000     END-IF.
042100     ADD 1 TO LOG-SIN-AUDITORIA.
042200     MOVE LOG-ESTACION TO ANO-ESTACION.
042300     MOVE LOG-FECHA TO ANO-FECHA.
042400     MOVE 0 TO ANO-NUMERO-Z.
042500     MOVE "SIN AUDITORIA" TO ANO-TIPO.
042600     MOVE LOG-HORA TO ANO-LOG-HORA.
042700     MOVE LOG-OPERADOR TO ANO-LOG-OPERADOR.
042800     MOVE ANO-LOG-DETALLE TO ANO-DETALLE.
042900     PERFORM 8000-INFORMAR-ANOMALIA
043000         THRU 8000-INFORMAR-ANOMALIA-EXIT.
043100 4100-EMPAREJAR-LOG-EXIT.
043200     EXIT.
043300******************************************************************
043400*    5000-CONTROLAR-AUDITORIA.
043500*    WHAT THE TWO PASSES LEFT UNPAIRED, AND THE MASTER COPY OF
043600*    EVERY AUDIT LINE.
043700******************************************************************
043800 5000-CONTROLAR-AUDITORIA.
043900     MOVE 0 TO AUD-IDX.
044000     PERFORM 5100-CONTROLAR-UNA
044100         THRU 5100-CONTROLAR-UNA-EXIT
044200         UNTIL AUD-IDX >= AUD-USADOS.
044300 5000-CONTROLAR-AUDITORIA-EXIT.
044400     EXIT.
044500 5100-CONTROLAR-UNA.
044600     ADD 1 TO AUD-IDX.
044700     MOVE TAB-AUD-ESTACION (AUD-IDX) TO ANO-ESTACION.
044800     MOVE TAB-AUD-FECHA (AUD-IDX) TO ANO-FECHA.
044900     MOVE TAB-AUD-NUMERO-Z (AUD-IDX) TO ANO-NUMERO-Z.
045000     IF TAB-AUD-LOG-SW (AUD-IDX) = "N"
045100             AND TAB-AUD-FECHA (AUD-IDX) NOT < PRIMER-LOG THEN
045200         ADD 1 TO AUD-SIN-LOG
045300         MOVE "SIN LOG" TO ANO-TIPO
045400         MOVE "LINEA DE IFUAUD SIN CIERREZ CORRECTO EN IFULOG"
045500             TO ANO-DETALLE
045600         PERFORM 8000-INFORMAR-ANOMALIA
045700             THRU 8000-INFORMAR-ANOMALIA-EXIT
045800     END-IF.
045900     IF TAB-AUD-ZDT-SW (AUD-IDX) = "N" THEN
046000         ADD 1 TO AUD-SIN-DETALLE
046100         MOVE "SIN DETALLE" TO ANO-TIPO
046200         MOVE "LINEA DE IFUAUD SIN LINEA EN IFUZDET"
046300             TO ANO-DETALLE
046400         PERFORM 8000-INFORMAR-ANOMALIA
046500             THRU 8000-INFORMAR-ANOMALIA-EXIT
046600     END-IF.
046700     IF MST-ABIERTO THEN
046800         PERFORM 5200-CONTROLAR-MAESTRO
046900             THRU 5200-CONTROLAR-MAESTRO-EXIT
047000     END-IF.
047100 5100-CONTROLAR-UNA-EXIT.
047200     EXIT.
047300******************************************************************
047400*    5200-CONTROLAR-MAESTRO.
047500*    A CLOSURE NOT YET IN THE MASTER ONLY WAITS FOR IFULOAD;
047600*    ONE THAT IS THERE MUST MATCH ITS AUDIT LINE.
047700******************************************************************
047800 5200-CONTROLAR-MAESTRO.
047900     MOVE TAB-AUD-ESTACION (AUD-IDX) TO MST-ESTACION.
048000     MOVE TAB-AUD-NUMERO-Z (AUD-IDX) TO MST-NUMERO-Z.
048100     READ MST-FILE
048200         INVALID KEY
048300             ADD 1 TO MAESTRO-PENDIENTE
048400         NOT INVALID KEY
048500             IF MST-FECHA NOT = TAB-AUD-FECHA (AUD-IDX)
048600                 OR MST-TOTAL NOT = TAB-AUD-TOTAL (AUD-IDX)
048700                 OR MST-RESULTADO
048800                     NOT = TAB-AUD-RESULTADO (AUD-IDX) THEN
048900                 ADD 1 TO MAESTRO-DISTINTO
049000                 MOVE "MAESTRO DISTINTO" TO ANO-TIPO
049100                 MOVE MST-FECHA TO ANO-MST-FECHA
049200                 MOVE MST-TOTAL TO ANO-MST-TOTAL
049300                 MOVE MST-RESULTADO TO ANO-MST-RESULTADO
049400                 MOVE ANO-MST-DETALLE TO ANO-DETALLE
049500                 PERFORM 8000-INFORMAR-ANOMALIA
049600                     THRU 8000-INFORMAR-ANOMALIA-EXIT
049700             END-IF
049800     END-READ.
049900 5200-CONTROLAR-MAESTRO-EXIT.
050000     EXIT.
050100******************************************************************
050200*    6000-RESUMEN.
050300******************************************************************
050400 6000-RESUMEN.
050500     MOVE SPACES TO REP-LINEA.
050600     WRITE REP-LINEA.
050700     MOVE "CIERRES CORRECTOS EN IFULOG" TO CNT-TEXTO.
050800     MOVE LOG-CIERRES TO CNT-VALOR.
050900     WRITE REP-LINEA FROM CNT-LINEA.
051000     MOVE "LINEAS DE LOG DE MESES ARCHIVADOS" TO CNT-TEXTO.
051100     MOVE LOG-ARCHIVADOS TO CNT-VALOR.
051200     WRITE REP-LINEA FROM CNT-LINEA.
051300     MOVE "LINEAS DE IFUAUD" TO CNT-TEXTO.
051400     MOVE AUD-LEIDOS TO CNT-VALOR.
051500     WRITE REP-LINEA FROM CNT-LINEA.
051600     MOVE "LINEAS DE IFUZDET" TO CNT-TEXTO.
051700     MOVE ZDT-LEIDOS TO CNT-VALOR.
051800     WRITE REP-LINEA FROM CNT-LINEA.
051900     MOVE "CIERREZ DEL LOG SIN AUDITORIA" TO CNT-TEXTO.
052000     MOVE LOG-SIN-AUDITORIA TO CNT-VALOR.
052100     WRITE REP-LINEA FROM CNT-LINEA.
052200     MOVE "AUDITORIAS SIN CIERREZ EN EL LOG" TO CNT-TEXTO.
052300     MOVE AUD-SIN-LOG TO CNT-VALOR.
052400     WRITE REP-LINEA FROM CNT-LINEA.
052500     MOVE "AUDITORIAS SIN DETALLE" TO CNT-TEXTO.
052600     MOVE AUD-SIN-DETALLE TO CNT-VALOR.
052700     WRITE REP-LINEA FROM CNT-LINEA.
052800     MOVE "DETALLES SIN AUDITORIA" TO CNT-TEXTO.
052900     MOVE ZDT-SIN-AUDITORIA TO CNT-VALOR.
053000     WRITE REP-LINEA FROM CNT-LINEA.
053100     MOVE "DETALLES QUE NO SUMAN EL TOTAL" TO CNT-TEXTO.
053200     MOVE TOTALES-DISTINTOS TO CNT-VALOR.
053300     WRITE REP-LINEA FROM CNT-LINEA.
053400     IF MST-ABIERTO THEN
053500         MOVE "MAESTRO DISTINTO DE LA AUDITORIA" TO CNT-TEXTO
053600         MOVE MAESTRO-DISTINTO TO CNT-VALOR
053700         WRITE REP-LINEA FROM CNT-LINEA
053800         MOVE "CIERRES AUN NO CARGADOS POR IFULOAD"
053900             TO CNT-TEXTO
054000         MOVE MAESTRO-PENDIENTE TO CNT-VALOR
054100         WRITE REP-LINEA FROM CNT-LINEA
054200     ELSE
054300         MOVE "IFUMST NO DISPONIBLE, MAESTRO NO CONTROLADO"
054400             TO REP-LINEA
054500         WRITE REP-LINEA
054600     END-IF.
054700     IF ANOMALIAS-HALLADAS = 0 THEN
054800         MOVE "CIERRES INTEGROS EN TODOS LOS ARCHIVOS"
054900             TO REP-LINEA
055000         WRITE REP-LINEA
055100     END-IF.
055200 6000-RESUMEN-EXIT.
055300     EXIT.
055400******************************************************************
055500*    7000-BUSCAR-POR-DIA.
055600*    FIRST AUDIT LINE OF CLAVE-ESTACION/CLAVE-FECHA NOT YET
055700*    PAIRED WITH A LOG LINE.
055800******************************************************************
055900 7000-BUSCAR-POR-DIA.
056000     MOVE "N" TO AUD-HALLADA-SW.
056100     MOVE 0 TO AUD-IDX.
056200     PERFORM 7010-PROBAR-POR-DIA
056300         THRU 7010-PROBAR-POR-DIA-EXIT
056400         UNTIL AUD-HALLADA OR AUD-IDX >= AUD-USADOS.
056500 7000-BUSCAR-POR-DIA-EXIT.
056600     EXIT.
056700 7010-PROBAR-POR-DIA.
056800     ADD 1 TO AUD-IDX.
056900     IF TAB-AUD-FECHA (AUD-IDX) = CLAVE-FECHA
057000             AND TAB-AUD-ESTACION (AUD-IDX) = CLAVE-ESTACION
057100             AND TAB-AUD-LOG-SW (AUD-IDX) = "N" THEN
057200         SET AUD-HALLADA TO TRUE
057300     END-IF.
057400 7010-PROBAR-POR-DIA-EXIT.
057500     EXIT.
057600******************************************************************
057700*    7100-BUSCAR-POR-Z.
057800*    FIRST AUDIT LINE OF CLAVE-ESTACION/CLAVE-FECHA/CLAVE-
057900*    NUMERO-Z NOT YET PAIRED WITH A DETAIL LINE.
058000******************************************************************
058100 7100-BUSCAR-POR-Z.
058200     MOVE "N" TO AUD-HALLADA-SW.
058300     MOVE 0 TO AUD-IDX.
058400     PERFORM 7110-PROBAR-POR-Z
058500         THRU 7110-PROBAR-POR-Z-EXIT
058600         UNTIL AUD-HALLADA OR AUD-IDX >= AUD-USADOS.
058700 7100-BUSCAR-POR-Z-EXIT.
058800     EXIT.
058900 7110-PROBAR-POR-Z.
059000     ADD 1 TO AUD-IDX.
059100     IF TAB-AUD-FECHA (AUD-IDX) = CLAVE-FECHA
059200             AND TAB-AUD-ESTACION (AUD-IDX) = CLAVE-ESTACION
059300             AND TAB-AUD-NUMERO-Z (AUD-IDX) = CLAVE-NUMERO-Z
059400             AND TAB-AUD-ZDT-SW (AUD-IDX) = "N" THEN
059500         SET AUD-HALLADA TO TRUE
059600     END-IF.
059700 7110-PROBAR-POR-Z-EXIT.
059800     EXIT.
059900******************************************************************
060000*    8000-INFORMAR-ANOMALIA.
060100*    WRITE THE ANOMALY LINE ALREADY BUILT IN ANO-LINEA.
060200******************************************************************
060300 8000-INFORMAR-ANOMALIA.
060400     ADD 1 TO ANOMALIAS-HALLADAS.
060500     WRITE REP-LINEA FROM ANO-LINEA.
060600 8000-INFORMAR-ANOMALIA-EXIT.
060700     EXIT.
060800******************************************************************
060900*    9000-FINALIZAR.
061000*    THE ONE-LINE VERDICT GOES TO THE CONSOLE AS WELL, SO THE
061100*    OVERNIGHT BATCH LOG ITSELF SHOWS A HALF-WRITTEN CLOSURE.
061200******************************************************************
061300 9000-FINALIZAR.
061400     IF LOG-FILE-STATUS = "00" OR LOG-FILE-STATUS = "10" THEN
061500         CLOSE LOG-FILE
061600     END-IF.
061700     IF AUD-FILE-STATUS = "00" OR AUD-FILE-STATUS = "10" THEN
061800         CLOSE AUD-FILE
061900     END-IF.
062000     IF ZDT-FILE-STATUS = "00" OR ZDT-FILE-STATUS = "10" THEN
062100         CLOSE ZDT-FILE
062200     END-IF.
062300     IF MST-ABIERTO THEN
062400         CLOSE MST-FILE
062500     END-IF.
062600     IF REP-FILE-STATUS = "00" THEN
062700         CLOSE REP-FILE
062800     END-IF.
062900     EVALUATE TRUE
063000         WHEN SIN-CONTROL
063100             DISPLAY "IFUINTG: NO SE PUDO CONTROLAR LA "
063200                 "INTEGRIDAD DE LOS CIERRES"
063300         WHEN ANOMALIAS-HALLADAS = 0
063400             DISPLAY "IFUINTG: CIERRES INTEGROS, " LOG-CIERRES
063500                 " CIERRES CONTROLADOS"
063600         WHEN OTHER
063700             DISPLAY "IFUINTG: CIERRES CON ANOMALIAS "
063800                 ANOMALIAS-HALLADAS ", SIN DETALLE "
063900                 AUD-SIN-DETALLE " TOTALES DISTINTOS "
064000                 TOTALES-DISTINTOS ", VER IFUINTGL"
064100     END-EVALUATE.
064200 9000-FINALIZAR-EXIT.
064300     EXIT.
064400 END PROGRAM     IFUINTG.
