000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUCAMR.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUCAMR
000900*    Master change journal report. It lists the changes IFUMANT,
001000*    IFUOMNT and IFUCMNT appended to IFUCAM (one line per add,
001100*    change, deactivation, reactivation or delete, with the
001200*    operator who was signed on, followed by the record before
001300*    and after), filtered by master file, key and date range.
001400*    Keyed a snapshot date, it then shows IFUCFG as it stood at
001500*    the end of that day: the current file is loaded and every
001600*    IFUCFG change journaled after that date is undone, newest
001700*    first, by putting its before image back (an add with no
001800*    before image takes the station out). A station whose line
001900*    does not match the after image of the change being undone
002000*    was edited outside IFUMANT and is flagged, since the picture
002100*    of that station is then not reliable. Changes made before
002200*    the journal existed cannot be undone. Listing IFUCAMRL.
002300*
002400*    MODIFICATION HISTORY.
002500*    DATE       INIT DESCRIPTION
002600*    2026-10-15 SIS  Original master change journal report.
002700******************************************************************
002800 ENVIRONMENT     DIVISION.
002900 CONFIGURATION   SECTION.
003000 INPUT-OUTPUT    SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL CAM-FILE ASSIGN TO "IFUCAM"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS CAM-FILE-STATUS.
003500     SELECT OPTIONAL CFG-FILE ASSIGN TO "IFUCFG"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS CFG-FILE-STATUS.
003800     SELECT REP-FILE ASSIGN TO "IFUCAMRL"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS REP-FILE-STATUS.
004100 DATA            DIVISION.
004200 FILE SECTION.
004300 COPY IFUCAM.
004400 COPY IFUCFG.
004500 FD  REP-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  REP-LINEA               PIC X(132).
004800 WORKING-STORAGE SECTION.
004900 01  CAM-FILE-STATUS         PIC X(02).
005000 01  CFG-FILE-STATUS         PIC X(02).
005100 01  REP-FILE-STATUS         PIC X(02).
005200******************************************************************
005300*    SWITCHES AND COUNTERS.
005400******************************************************************
005500 77  CAM-EOF-SW           PIC X(01)       VALUE "N".
005600     88  CAM-EOF                          VALUE "Y".
005700 77  CFG-EOF-SW           PIC X(01)       VALUE "N".
005800     88  CFG-EOF                          VALUE "Y".
005900 77  HALLADO-SW           PIC X(01)       VALUE "N".
006000     88  HALLADO                          VALUE "S".
006100 77  PARAMETRO-MAL-SW     PIC X(01)       VALUE "N".
006200     88  PARAMETRO-MAL                    VALUE "S".
006300 77  TRUNCA-SW            PIC X(01)       VALUE "N".
006400     88  TABLA-TRUNCA                     VALUE "S".
006500 77  FOTO-SW              PIC X(01)       VALUE "N".
006600     88  HAY-FOTO                         VALUE "S".
006700 77  FECHA-HOY            PIC 9(08)       VALUE 0.
006800 77  CAMBIOS-LEIDOS       PIC 9(07) COMP  VALUE 0.
006900 77  CAMBIOS-LISTADOS     PIC 9(07) COMP  VALUE 0.
007000 77  CAMBIOS-DESHECHOS    PIC 9(07) COMP  VALUE 0.
007100 77  AVISOS-FOTO          PIC 9(05) COMP  VALUE 0.
007200 77  ESTACIONES-FOTO      PIC 9(05) COMP  VALUE 0.
007300 77  LINEA-ACTUAL         PIC 9(03) COMP  VALUE 99.
007400 77  PAGINA-ACTUAL        PIC 9(04) COMP  VALUE 0.
007500 77  LINEAS-POR-PAGINA    PIC 9(03)       VALUE 58.
007600******************************************************************
007700*    REPORT PARAMETERS. AN EMPTY FILE OR KEY MEANS ALL, AN EMPTY
007800*    "DESDE" THE START OF THE JOURNAL, AN EMPTY "HASTA" TODAY AND
007900*    AN EMPTY SNAPSHOT DATE NO SNAPSHOT.
008000******************************************************************
008100 01  FILTRO-ARCHIVO          PIC X(06)    VALUE SPACES.
008200 01  FILTRO-CLAVE            PIC X(20)    VALUE SPACES.
008300 01  FECHA-DESDE             PIC 9(08)    VALUE 0.
008400 01  FECHA-HASTA             PIC 9(08)    VALUE 0.
008500 01  FECHA-FOTO              PIC 9(08)    VALUE 0.
008600******************************************************************
008700*    IFUCFG CHANGES JOURNALED AFTER THE SNAPSHOT DATE, IN FILE
008800*    (TIME) ORDER, TO BE UNDONE FROM THE LAST ONE BACK.
008900******************************************************************
009000 77  DES-MAXIMO           PIC 9(04) COMP  VALUE 2000.
009100 77  DES-USADOS           PIC 9(04) COMP  VALUE 0.
009200 77  DES-IDX              PIC 9(04) COMP  VALUE 0.
009300 01  TAB-DESHACER.
009400     05  TAB-DES OCCURS 2000 TIMES.
009500         10  TAB-DES-FECHA       PIC 9(08).
009600         10  TAB-DES-HORA        PIC 9(08).
009700         10  TAB-DES-ANTES       PIC X(80).
009800         10  TAB-DES-DESPUES     PIC X(80).
009900******************************************************************
010000*    IFUCFG AS IT IS TODAY, ROLLED BACK TO THE SNAPSHOT DATE.
010100*    EACH LINE IS THE WHOLE CFG-RECORD.
010200******************************************************************
010300 77  FOT-MAXIMO           PIC 9(03) COMP  VALUE 200.
010400 77  FOT-USADOS           PIC 9(03) COMP  VALUE 0.
010500 77  FOT-IDX              PIC 9(03) COMP  VALUE 0.
010600 01  TAB-FOTO.
010700     05  TAB-FOT OCCURS 200 TIMES.
010800         10  TAB-FOT-ESTACION    PIC X(10).
010900         10  TAB-FOT-RESTO       PIC X(54).
011000******************************************************************
011100*    A STATION IMAGE TAKEN APART, AND THE STATION SEARCHED FOR.
011200******************************************************************
011300 01  FOTO-IMAGEN.
011400     05  FOTO-ESTACION       PIC X(10).
011500     05  FOTO-MODELO         PIC X(09).
011600     05  FOTO-PUERTO         PIC X(09).
011700     05  FOTO-PUNTO-VENTA    PIC X(05).
011800     05  FOTO-DESCRIPCION    PIC X(30).
011900     05  FOTO-ACTIVA         PIC X(01).
012000 01  CLAVE-ESTACION          PIC X(10).
012100******************************************************************
012200*    REPORT LINES.
012300******************************************************************
012400 01  CAB-LINEA1.
012500     05  FILLER              PIC X(10)    VALUE "IFUCAMR".
012600     05  FILLER              PIC X(46)
012700         VALUE "DIARIO DE CAMBIOS A LOS MAESTROS".
012800     05  FILLER              PIC X(52)    VALUE SPACES.
012900     05  FILLER              PIC X(08)    VALUE "PAGINA".
013000     05  CAB1-PAGINA         PIC ZZZ9.
013100 01  CAB-LINEA2.
013200     05  FILLER              PIC X(08)    VALUE "ARCHIVO".
013300     05  CAB2-ARCHIVO        PIC X(06).
013400     05  FILLER              PIC X(09)    VALUE "   CLAVE".
013500     05  CAB2-CLAVE          PIC X(20).
013600     05  FILLER              PIC X(09)    VALUE "   DESDE".
013700     05  CAB2-DESDE          PIC 9(08).
013800     05  FILLER              PIC X(09)    VALUE "   HASTA".
013900     05  CAB2-HASTA          PIC 9(08).
014000     05  FILLER              PIC X(08)    VALUE "   FOTO".
014100     05  CAB2-FOTO           PIC X(08).
014200 01  CAB-LINEA3              PIC X(132)   VALUE SPACES.
014300 01  CAB-CAMBIOS.
014400     05  FILLER              PIC X(20)
014500         VALUE "FECHA     HORA".
014600     05  FILLER              PIC X(08)    VALUE "ARCHIVO".
014700     05  FILLER              PIC X(14)    VALUE "ACCION".
014800     05  FILLER              PIC X(07)    VALUE "OPERAD".
014900     05  FILLER              PIC X(05)    VALUE "CLAVE".
015000 01  CAB-FOTO.
015100     05  FILLER              PIC X(31)
015200         VALUE "ESTACION   MODELO    PUERTO".
015300     05  FILLER              PIC X(37)
015400         VALUE "PTO.V DESCRIPCION".
015500     05  FILLER              PIC X(06)    VALUE "ACTIVA".
015600 01  SEC-TITULO.
015700     05  SEC-TITULO-TEXTO    PIC X(30).
015800     05  SEC-TITULO-FECHA    PIC X(08).
015900 01  CMB-LINEA.
016000     05  CMB-FECHA-ED        PIC 9(08).
016100     05  FILLER              PIC X(02)    VALUE SPACES.
016200     05  CMB-HORA-ED         PIC 9(08).
016300     05  FILLER              PIC X(02)    VALUE SPACES.
016400     05  CMB-ARCHIVO-ED      PIC X(06).
016500     05  FILLER              PIC X(02)    VALUE SPACES.
016600     05  CMB-ACCION-ED       PIC X(14).
016700     05  CMB-OPERADOR-ED     PIC X(06).
016800     05  FILLER              PIC X(01)    VALUE SPACES.
016900     05  CMB-CLAVE-ED        PIC X(20).
017000 01  IMG-LINEA.
017100     05  FILLER              PIC X(10)    VALUE SPACES.
017200     05  IMG-ROTULO          PIC X(08).
017300     05  IMG-TEXTO           PIC X(80).
017400 01  FOT-LINEA.
017500     05  FOT-ESTACION-ED     PIC X(10).
017600     05  FILLER              PIC X(01)    VALUE SPACES.
017700     05  FOT-MODELO-ED       PIC X(09).
017800     05  FILLER              PIC X(01)    VALUE SPACES.
017900     05  FOT-PUERTO-ED       PIC X(09).
018000     05  FILLER              PIC X(01)    VALUE SPACES.
018100     05  FOT-PUNTO-VENTA-ED  PIC X(05).
018200     05  FILLER              PIC X(01)    VALUE SPACES.
018300     05  FOT-DESCRIPCION-ED  PIC X(30).
018400     05  FILLER              PIC X(01)    VALUE SPACES.
018500     05  FOT-ACTIVA-ED       PIC X(02).
018600 01  AVI-LINEA.
018700     05  FILLER              PIC X(06)    VALUE "AVISO".
018800     05  AVI-ESTACION-ED     PIC X(10).
018900     05  FILLER              PIC X(01)    VALUE SPACES.
019000     05  AVI-FECHA-ED        PIC 9(08).
019100     05  FILLER              PIC X(01)    VALUE SPACES.
019200     05  AVI-HORA-ED         PIC 9(08).
019300     05  FILLER              PIC X(02)    VALUE SPACES.
019400     05  FILLER              PIC X(44)
019500         VALUE "LA LINEA NO COINCIDE CON EL DIARIO (EDITADA".
019600     05  FILLER              PIC X(27)
019700         VALUE "FUERA DE IFUMANT)".
019800 01  CNT-LINEA.
019900     05  CNT-TEXTO           PIC X(34).
020000     05  CNT-VALOR           PIC ZZZZZZ9.
020100 01  LINEA-GUARDADA          PIC X(132).
020200 PROCEDURE       DIVISION.
020300******************************************************************
020400*    0000-MAINLINE.
020500******************************************************************
020600 0000-MAINLINE.
020700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
020800     PERFORM 2000-LISTAR-CAMBIOS THRU 2000-LISTAR-CAMBIOS-EXIT.
020900     PERFORM 3000-FOTO-CONFIGURACION
021000         THRU 3000-FOTO-CONFIGURACION-EXIT.
021100     PERFORM 5000-TOTALES THRU 5000-TOTALES-EXIT.
021200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
021300     STOP RUN.
021400******************************************************************
021500*    1000-INICIALIZAR.
021600******************************************************************
021700 1000-INICIALIZAR.
021800     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
021900     DISPLAY "IFUCAMR: ARCHIVO (IFUCFG, IFUOPE, IFUCAL; VACIO = "
022000         "TODOS)".
022100     ACCEPT FILTRO-ARCHIVO.
022200     INSPECT FILTRO-ARCHIVO
022300         CONVERTING "abcdefghijklmnopqrstuvwxyz"
022400                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022500     DISPLAY "IFUCAMR: CLAVE (VACIO = TODAS)".
022600     ACCEPT FILTRO-CLAVE.
022700     DISPLAY "IFUCAMR: FECHA DESDE (AAAAMMDD, VACIO = TODO EL "
022800         "DIARIO)".
022900     ACCEPT FECHA-DESDE.
023000     DISPLAY "IFUCAMR: FECHA HASTA (AAAAMMDD)".
023100     ACCEPT FECHA-HASTA.
023200     DISPLAY "IFUCAMR: FOTO DE IFUCFG AL DIA (AAAAMMDD, VACIO = "
023300         "SIN FOTO)".
023400     ACCEPT FECHA-FOTO.
023500     IF FECHA-HASTA = 0 THEN
023600         MOVE FECHA-HOY TO FECHA-HASTA
023700     END-IF.
023800     IF FECHA-DESDE > FECHA-HASTA THEN
023900         DISPLAY "IFUCAMR: RANGO DE FECHAS INVALIDO " FECHA-DESDE
024000             " " FECHA-HASTA
024100         SET PARAMETRO-MAL TO TRUE
024200         MOVE "99" TO REP-FILE-STATUS
024300         GO TO 1000-INICIALIZAR-EXIT
024400     END-IF.
024500     IF FILTRO-ARCHIVO NOT = SPACES
024600             AND FILTRO-ARCHIVO NOT = "IFUCFG"
024700             AND FILTRO-ARCHIVO NOT = "IFUOPE"
024800             AND FILTRO-ARCHIVO NOT = "IFUCAL" THEN
024900         DISPLAY "IFUCAMR: ARCHIVO DESCONOCIDO " FILTRO-ARCHIVO
025000         SET PARAMETRO-MAL TO TRUE
025100         MOVE "99" TO REP-FILE-STATUS
025200         GO TO 1000-INICIALIZAR-EXIT
025300     END-IF.
025400     IF FECHA-FOTO NOT = 0 THEN
025500         IF FILTRO-ARCHIVO = SPACES
025600                 OR FILTRO-ARCHIVO = "IFUCFG" THEN
025700             SET HAY-FOTO TO TRUE
025800         ELSE
025900             DISPLAY "IFUCAMR: LA FOTO ES SOLO DE IFUCFG, "
026000                 "SE OMITE"
026100         END-IF
026200     END-IF.
026300     OPEN OUTPUT REP-FILE.
026400     IF REP-FILE-STATUS NOT = "00" THEN
026500         DISPLAY "IFUCAMR: NO SE PUDO ABRIR IFUCAMRL, ESTADO "
026600             REP-FILE-STATUS
026700         GO TO 1000-INICIALIZAR-EXIT
026800     END-IF.
026900     MOVE FILTRO-ARCHIVO TO CAB2-ARCHIVO.
027000     IF FILTRO-ARCHIVO = SPACES THEN
027100         MOVE "TODOS" TO CAB2-ARCHIVO
027200     END-IF.
027300     MOVE FILTRO-CLAVE TO CAB2-CLAVE.
027400     IF FILTRO-CLAVE = SPACES THEN
027500         MOVE "TODAS" TO CAB2-CLAVE
027600     END-IF.
027700     MOVE FECHA-DESDE TO CAB2-DESDE.
027800     MOVE FECHA-HASTA TO CAB2-HASTA.
027900     MOVE "NO" TO CAB2-FOTO.
028000     IF HAY-FOTO THEN
028100         MOVE FECHA-FOTO TO CAB2-FOTO
028200     END-IF.
028300 1000-INICIALIZAR-EXIT.
028400     EXIT.
028500******************************************************************
028600*    2000-LISTAR-CAMBIOS.
028700*    THE JOURNAL IS READ WHOLE: THE CHANGES OF THE RANGE THAT
028800*    PASS THE FILTERS ARE LISTED, AND EVERY IFUCFG CHANGE AFTER
028900*    THE SNAPSHOT DATE IS KEPT TO BE UNDONE.
029000******************************************************************
029100 2000-LISTAR-CAMBIOS.
029200     IF REP-FILE-STATUS NOT = "00" THEN
029300         GO TO 2000-LISTAR-CAMBIOS-EXIT
029400     END-IF.
029500     MOVE "CAMBIOS REGISTRADOS" TO SEC-TITULO-TEXTO.
029600     MOVE SPACES TO SEC-TITULO-FECHA.
029700     MOVE CAB-CAMBIOS TO CAB-LINEA3.
029800     PERFORM 8200-TITULO-SECCION THRU 8200-TITULO-SECCION-EXIT.
029900     OPEN INPUT CAM-FILE.
030000     IF CAM-FILE-STATUS = "00" THEN
030100         PERFORM 2100-LEER-CAMBIO THRU 2100-LEER-CAMBIO-EXIT
030200             UNTIL CAM-EOF
030300         CLOSE CAM-FILE
030400     ELSE
030500         IF CAM-FILE-STATUS = "05" THEN
030600             CLOSE CAM-FILE
030700         ELSE
030800             DISPLAY "IFUCAMR: NO SE PUDO ABRIR IFUCAM, ESTADO "
030900                 CAM-FILE-STATUS
031000         END-IF
031100     END-IF.
031200     IF CAMBIOS-LISTADOS = 0 THEN
031300         MOVE "SIN CAMBIOS EN EL PERIODO" TO REP-LINEA
031400         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
031500     END-IF.
031600 2000-LISTAR-CAMBIOS-EXIT.
031700     EXIT.
031800 2100-LEER-CAMBIO.
031900     READ CAM-FILE
032000         AT END
032100             SET CAM-EOF TO TRUE
032200         NOT AT END
032300             ADD 1 TO CAMBIOS-LEIDOS
032400             PERFORM 2200-GUARDAR-CAMBIO
032500                 THRU 2200-GUARDAR-CAMBIO-EXIT
032600             PERFORM 2300-LISTAR-CAMBIO
032700                 THRU 2300-LISTAR-CAMBIO-EXIT
032800     END-READ.
032900 2100-LEER-CAMBIO-EXIT.
033000     EXIT.
033100******************************************************************
033200*    2200-GUARDAR-CAMBIO.
033300*    AN IFUCFG CHANGE AFTER THE SNAPSHOT DATE, WHATEVER THE KEY
033400*    AND RANGE FILTERS: THE SNAPSHOT NEEDS THEM ALL.
033500******************************************************************
033600 2200-GUARDAR-CAMBIO.
033700     IF NOT HAY-FOTO THEN
033800         GO TO 2200-GUARDAR-CAMBIO-EXIT
033900     END-IF.
034000     IF CAM-ARCHIVO NOT = "IFUCFG"
034100             OR CAM-FECHA NOT > FECHA-FOTO THEN
034200         GO TO 2200-GUARDAR-CAMBIO-EXIT
034300     END-IF.
034400     IF DES-USADOS >= DES-MAXIMO THEN
034500         IF NOT TABLA-TRUNCA THEN
034600             DISPLAY "IFUCAMR: DEMASIADOS CAMBIOS POSTERIORES "
034700                 "A LA FOTO, NO SE PUEDE RECONSTRUIR"
034800         END-IF
034900         SET TABLA-TRUNCA TO TRUE
035000         GO TO 2200-GUARDAR-CAMBIO-EXIT
035100     END-IF.
035200     ADD 1 TO DES-USADOS.
035300     MOVE CAM-FECHA TO TAB-DES-FECHA (DES-USADOS).
035400     MOVE CAM-HORA TO TAB-DES-HORA (DES-USADOS).
035500     MOVE CAM-ANTES TO TAB-DES-ANTES (DES-USADOS).
035600     MOVE CAM-DESPUES TO TAB-DES-DESPUES (DES-USADOS).
035700 2200-GUARDAR-CAMBIO-EXIT.
035800     EXIT.
035900 2300-LISTAR-CAMBIO.
036000     IF CAM-FECHA < FECHA-DESDE OR CAM-FECHA > FECHA-HASTA THEN
036100         GO TO 2300-LISTAR-CAMBIO-EXIT
036200     END-IF.
036300     IF FILTRO-ARCHIVO NOT = SPACES
036400             AND CAM-ARCHIVO NOT = FILTRO-ARCHIVO THEN
036500         GO TO 2300-LISTAR-CAMBIO-EXIT
036600     END-IF.
036700     IF FILTRO-CLAVE NOT = SPACES
036800             AND CAM-CLAVE NOT = FILTRO-CLAVE THEN
036900         GO TO 2300-LISTAR-CAMBIO-EXIT
037000     END-IF.
037100     ADD 1 TO CAMBIOS-LISTADOS.
037200     MOVE SPACES TO CMB-LINEA.
037300     MOVE CAM-FECHA TO CMB-FECHA-ED.
037400     MOVE CAM-HORA TO CMB-HORA-ED.
037500     MOVE CAM-ARCHIVO TO CMB-ARCHIVO-ED.
037600     EVALUATE TRUE
037700         WHEN CAM-ALTA
037800             MOVE "ALTA" TO CMB-ACCION-ED
037900         WHEN CAM-MODIFICACION
038000             MOVE "MODIFICACION" TO CMB-ACCION-ED
038100         WHEN CAM-BAJA
038200             MOVE "BAJA" TO CMB-ACCION-ED
038300         WHEN CAM-REACTIVACION
038400             MOVE "REACTIVACION" TO CMB-ACCION-ED
038500         WHEN CAM-BORRADO
038600             MOVE "BORRADO" TO CMB-ACCION-ED
038700         WHEN OTHER
038800             MOVE CAM-ACCION TO CMB-ACCION-ED
038900     END-EVALUATE.
039000     MOVE CAM-OPERADOR TO CMB-OPERADOR-ED.
039100     MOVE CAM-CLAVE TO CMB-CLAVE-ED.
039200     MOVE CMB-LINEA TO REP-LINEA.
039300     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
039400     IF CAM-ANTES NOT = SPACES THEN
039500         MOVE "ANTES" TO IMG-ROTULO
039600         MOVE CAM-ANTES TO IMG-TEXTO
039700         MOVE IMG-LINEA TO REP-LINEA
039800         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
039900     END-IF.
040000     IF CAM-DESPUES NOT = SPACES THEN
040100         MOVE "DESPUES" TO IMG-ROTULO
040200         MOVE CAM-DESPUES TO IMG-TEXTO
040300         MOVE IMG-LINEA TO REP-LINEA
040400         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
040500     END-IF.
040600 2300-LISTAR-CAMBIO-EXIT.
040700     EXIT.
040800******************************************************************
040900*    3000-FOTO-CONFIGURACION.
041000*    IFUCFG TODAY, WITH THE CHANGES AFTER THE SNAPSHOT DATE
041100*    UNDONE FROM THE NEWEST BACK, LISTED STATION BY STATION.
041200******************************************************************
041300 3000-FOTO-CONFIGURACION.
041400     IF REP-FILE-STATUS NOT = "00" OR NOT HAY-FOTO THEN
041500         GO TO 3000-FOTO-CONFIGURACION-EXIT
041600     END-IF.
041700     MOVE "IFUCFG AL CIERRE DEL DIA" TO SEC-TITULO-TEXTO.
041800     MOVE FECHA-FOTO TO SEC-TITULO-FECHA.
041900     MOVE CAB-FOTO TO CAB-LINEA3.
042000     PERFORM 8200-TITULO-SECCION THRU 8200-TITULO-SECCION-EXIT.
042100     IF TABLA-TRUNCA THEN
042200         MOVE "DEMASIADOS CAMBIOS POSTERIORES, NO SE RECONSTRUYE"
042300             TO REP-LINEA
042400         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
042500         GO TO 3000-FOTO-CONFIGURACION-EXIT
042600     END-IF.
042700     OPEN INPUT CFG-FILE.
042800     IF CFG-FILE-STATUS = "00" THEN
042900         PERFORM 3100-LEER-ESTACION THRU 3100-LEER-ESTACION-EXIT
043000             UNTIL CFG-EOF
043100         CLOSE CFG-FILE
043200     ELSE
043300         IF CFG-FILE-STATUS = "05" THEN
043400             CLOSE CFG-FILE
043500         ELSE
043600             DISPLAY "IFUCAMR: NO SE PUDO ABRIR IFUCFG, ESTADO "
043700                 CFG-FILE-STATUS
043800             GO TO 3000-FOTO-CONFIGURACION-EXIT
043900         END-IF
044000     END-IF.
044100     MOVE DES-USADOS TO DES-IDX.
044200     PERFORM 3300-DESHACER-CAMBIO THRU 3300-DESHACER-CAMBIO-EXIT
044300         UNTIL DES-IDX = 0.
044400     MOVE 0 TO FOT-IDX.
044500     PERFORM 3500-LISTAR-ESTACION THRU 3500-LISTAR-ESTACION-EXIT
044600         UNTIL FOT-IDX >= FOT-USADOS.
044700     IF ESTACIONES-FOTO = 0 THEN
044800         MOVE "SIN ESTACIONES A ESA FECHA" TO REP-LINEA
044900         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
045000     END-IF.
045100 3000-FOTO-CONFIGURACION-EXIT.
045200     EXIT.
045300 3100-LEER-ESTACION.
045400     READ CFG-FILE
045500         AT END
045600             SET CFG-EOF TO TRUE
045700         NOT AT END
045800             IF FOT-USADOS < FOT-MAXIMO THEN
045900                 ADD 1 TO FOT-USADOS
046000                 MOVE CFG-RECORD TO TAB-FOT (FOT-USADOS)
046100             ELSE
046200                 DISPLAY "IFUCAMR: TABLA COMPLETA, SE OMITE "
046300                     CFG-ESTACION
046400             END-IF
046500     END-READ.
046600 3100-LEER-ESTACION-EXIT.
046700     EXIT.
046800******************************************************************
046900*    3300-DESHACER-CAMBIO.
047000*    UNDO THE CHANGE AT DES-IDX: THE STATION MUST STILL LOOK AS
047100*    THE CHANGE LEFT IT (ELSE IT IS FLAGGED), THEN IT GETS ITS
047200*    BEFORE IMAGE BACK, OR LEAVES THE TABLE IF IT HAD NONE.
047300******************************************************************
047400 3300-DESHACER-CAMBIO.
047500     IF TAB-DES-ANTES (DES-IDX) = SPACES THEN
047600         MOVE TAB-DES-DESPUES (DES-IDX) TO FOTO-IMAGEN
047700     ELSE
047800         MOVE TAB-DES-ANTES (DES-IDX) TO FOTO-IMAGEN
047900     END-IF.
048000     MOVE FOTO-ESTACION TO CLAVE-ESTACION.
048100     PERFORM 7000-BUSCAR-ESTACION THRU 7000-BUSCAR-ESTACION-EXIT.
048200     MOVE TAB-DES-DESPUES (DES-IDX) TO FOTO-IMAGEN.
048300     IF TAB-DES-DESPUES (DES-IDX) = SPACES THEN
048400         IF HALLADO THEN
048500             PERFORM 3400-AVISAR-DIFERENCIA
048600                 THRU 3400-AVISAR-DIFERENCIA-EXIT
048700         END-IF
048800     ELSE
048900         IF NOT HALLADO THEN
049000             PERFORM 3400-AVISAR-DIFERENCIA
049100                 THRU 3400-AVISAR-DIFERENCIA-EXIT
049200         ELSE
049300             IF TAB-FOT (FOT-IDX) NOT = FOTO-IMAGEN THEN
049400                 PERFORM 3400-AVISAR-DIFERENCIA
049500                     THRU 3400-AVISAR-DIFERENCIA-EXIT
049600             END-IF
049700         END-IF
049800     END-IF.
049900     IF TAB-DES-ANTES (DES-IDX) = SPACES THEN
050000         IF HALLADO THEN
050100             PERFORM 7100-QUITAR-ESTACION
050200                 THRU 7100-QUITAR-ESTACION-EXIT
050300         END-IF
050400     ELSE
050500         MOVE TAB-DES-ANTES (DES-IDX) TO FOTO-IMAGEN
050600         IF HALLADO THEN
050700             MOVE FOTO-IMAGEN TO TAB-FOT (FOT-IDX)
050800         ELSE
050900             IF FOT-USADOS < FOT-MAXIMO THEN
051000                 ADD 1 TO FOT-USADOS
051100                 MOVE FOTO-IMAGEN TO TAB-FOT (FOT-USADOS)
051200             ELSE
051300                 DISPLAY "IFUCAMR: TABLA COMPLETA, SE OMITE "
051400                     CLAVE-ESTACION
051500             END-IF
051600         END-IF
051700     END-IF.
051800     ADD 1 TO CAMBIOS-DESHECHOS.
051900     SUBTRACT 1 FROM DES-IDX.
052000 3300-DESHACER-CAMBIO-EXIT.
052100     EXIT.
052200 3400-AVISAR-DIFERENCIA.
052300     IF FILTRO-CLAVE NOT = SPACES
052400             AND CLAVE-ESTACION NOT = FILTRO-CLAVE THEN
052500         GO TO 3400-AVISAR-DIFERENCIA-EXIT
052600     END-IF.
052700     ADD 1 TO AVISOS-FOTO.
052800     MOVE CLAVE-ESTACION TO AVI-ESTACION-ED.
052900     MOVE TAB-DES-FECHA (DES-IDX) TO AVI-FECHA-ED.
053000     MOVE TAB-DES-HORA (DES-IDX) TO AVI-HORA-ED.
053100     MOVE AVI-LINEA TO REP-LINEA.
053200     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
053300 3400-AVISAR-DIFERENCIA-EXIT.
053400     EXIT.
053500 3500-LISTAR-ESTACION.
053600     ADD 1 TO FOT-IDX.
053700     IF FILTRO-CLAVE NOT = SPACES
053800             AND TAB-FOT-ESTACION (FOT-IDX)
053900                 NOT = FILTRO-CLAVE THEN
054000         GO TO 3500-LISTAR-ESTACION-EXIT
054100     END-IF.
054200     ADD 1 TO ESTACIONES-FOTO.
054300     MOVE TAB-FOT (FOT-IDX) TO FOTO-IMAGEN.
054400     MOVE SPACES TO FOT-LINEA.
054500     MOVE FOTO-ESTACION TO FOT-ESTACION-ED.
054600     MOVE FOTO-MODELO TO FOT-MODELO-ED.
054700     MOVE FOTO-PUERTO TO FOT-PUERTO-ED.
054800     MOVE FOTO-PUNTO-VENTA TO FOT-PUNTO-VENTA-ED.
054900     MOVE FOTO-DESCRIPCION TO FOT-DESCRIPCION-ED.
055000     IF FOTO-ACTIVA = "N" THEN
055100         MOVE "NO" TO FOT-ACTIVA-ED
055200     ELSE
055300         MOVE "SI" TO FOT-ACTIVA-ED
055400     END-IF.
055500     MOVE FOT-LINEA TO REP-LINEA.
055600     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
055700 3500-LISTAR-ESTACION-EXIT.
055800     EXIT.
055900******************************************************************
056000*    5000-TOTALES.
056100******************************************************************
056200 5000-TOTALES.
056300     IF REP-FILE-STATUS NOT = "00" THEN
056400         GO TO 5000-TOTALES-EXIT
056500     END-IF.
056600     MOVE SPACES TO REP-LINEA.
056700     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
056800     MOVE "CAMBIOS EN EL DIARIO" TO CNT-TEXTO.
056900     MOVE CAMBIOS-LEIDOS TO CNT-VALOR.
057000     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
057100     MOVE "CAMBIOS LISTADOS" TO CNT-TEXTO.
057200     MOVE CAMBIOS-LISTADOS TO CNT-VALOR.
057300     PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT.
057400     IF HAY-FOTO THEN
057500         MOVE "CAMBIOS DESHECHOS PARA LA FOTO" TO CNT-TEXTO
057600         MOVE CAMBIOS-DESHECHOS TO CNT-VALOR
057700         PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT
057800         MOVE "ESTACIONES EN LA FOTO" TO CNT-TEXTO
057900         MOVE ESTACIONES-FOTO TO CNT-VALOR
058000         PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT
058100         MOVE "LINEAS DISTINTAS DEL DIARIO" TO CNT-TEXTO
058200         MOVE AVISOS-FOTO TO CNT-VALOR
058300         PERFORM 5100-LINEA-CONTADOR THRU 5100-LINEA-CONTADOR-EXIT
058400     END-IF.
058500 5000-TOTALES-EXIT.
058600     EXIT.
058700 5100-LINEA-CONTADOR.
058800     MOVE CNT-LINEA TO REP-LINEA.
058900     PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT.
059000 5100-LINEA-CONTADOR-EXIT.
059100     EXIT.
059200******************************************************************
059300*    7000-BUSCAR-ESTACION.
059400*    THE LINE OF CLAVE-ESTACION IN THE SNAPSHOT TABLE.
059500******************************************************************
059600 7000-BUSCAR-ESTACION.
059700     MOVE "N" TO HALLADO-SW.
059800     MOVE 0 TO FOT-IDX.
059900     PERFORM 7010-PROBAR-ESTACION THRU 7010-PROBAR-ESTACION-EXIT
060000         UNTIL HALLADO OR FOT-IDX >= FOT-USADOS.
060100 7000-BUSCAR-ESTACION-EXIT.
060200     EXIT.
060300 7010-PROBAR-ESTACION.
060400     ADD 1 TO FOT-IDX.
060500     IF TAB-FOT-ESTACION (FOT-IDX) = CLAVE-ESTACION THEN
060600         SET HALLADO TO TRUE
060700     END-IF.
060800 7010-PROBAR-ESTACION-EXIT.
060900     EXIT.
061000******************************************************************
061100*    7100-QUITAR-ESTACION.
061200*    CLOSE THE GAP BY SHIFTING THE LINES ABOVE FOT-IDX DOWN.
061300******************************************************************
061400 7100-QUITAR-ESTACION.
061500     PERFORM 7110-CORRER-ESTACION THRU 7110-CORRER-ESTACION-EXIT
061600         UNTIL FOT-IDX >= FOT-USADOS.
061700     SUBTRACT 1 FROM FOT-USADOS.
061800 7100-QUITAR-ESTACION-EXIT.
061900     EXIT.
062000 7110-CORRER-ESTACION.
062100     MOVE TAB-FOT (FOT-IDX + 1) TO TAB-FOT (FOT-IDX).
062200     ADD 1 TO FOT-IDX.
062300 7110-CORRER-ESTACION-EXIT.
062400     EXIT.
062500******************************************************************
062600*    8000-GRABAR-LINEA.
062700*    WRITE THE LINE ALREADY PLACED IN REP-LINEA, STARTING A NEW
062800*    PAGE WITH HEADINGS WHEN THE CURRENT ONE IS FULL.
062900******************************************************************
063000 8000-GRABAR-LINEA.
063100     IF LINEA-ACTUAL > LINEAS-POR-PAGINA THEN
063200         PERFORM 8100-ENCABEZADO THRU 8100-ENCABEZADO-EXIT
063300     END-IF.
063400     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
063500     ADD 1 TO LINEA-ACTUAL.
063600 8000-GRABAR-LINEA-EXIT.
063700     EXIT.
063800******************************************************************
063900*    8100-ENCABEZADO.
064000*    CAB-LINEA3 CARRIES THE COLUMN HEADINGS OF THE SECTION IN
064100*    PROGRESS.
064200******************************************************************
064300 8100-ENCABEZADO.
064400     MOVE REP-LINEA TO LINEA-GUARDADA.
064500     ADD 1 TO PAGINA-ACTUAL.
064600     MOVE PAGINA-ACTUAL TO CAB1-PAGINA.
064700     IF PAGINA-ACTUAL = 1 THEN
064800         WRITE REP-LINEA FROM CAB-LINEA1
064900             AFTER ADVANCING 1 LINE
065000     ELSE
065100         WRITE REP-LINEA FROM CAB-LINEA1
065200             AFTER ADVANCING PAGE
065300     END-IF.
065400     WRITE REP-LINEA FROM CAB-LINEA2
065500         AFTER ADVANCING 1 LINE.
065600     WRITE REP-LINEA FROM CAB-LINEA3
065700         AFTER ADVANCING 1 LINE.
065800     MOVE SPACES TO REP-LINEA.
065900     WRITE REP-LINEA AFTER ADVANCING 1 LINE.
066000     MOVE 5 TO LINEA-ACTUAL.
066100     MOVE LINEA-GUARDADA TO REP-LINEA.
066200 8100-ENCABEZADO-EXIT.
066300     EXIT.
066400******************************************************************
066500*    8200-TITULO-SECCION.
066600*    SECTION TITLE IN SEC-TITULO, ITS COLUMN HEADINGS ALREADY IN
066700*    CAB-LINEA3. A SECTION STARTING NEAR THE FOOT OF A PAGE GOES
066800*    TO THE NEXT ONE.
066900******************************************************************
067000 8200-TITULO-SECCION.
067100     IF LINEA-ACTUAL > LINEAS-POR-PAGINA - 5 THEN
067200         MOVE 99 TO LINEA-ACTUAL
067300     END-IF.
067400     IF LINEA-ACTUAL NOT = 99 THEN
067500         MOVE SPACES TO REP-LINEA
067600         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
067700         MOVE SEC-TITULO TO REP-LINEA
067800         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
067900         MOVE CAB-LINEA3 TO REP-LINEA
068000         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
068100     ELSE
068200         MOVE SEC-TITULO TO REP-LINEA
068300         PERFORM 8000-GRABAR-LINEA THRU 8000-GRABAR-LINEA-EXIT
068400     END-IF.
068500 8200-TITULO-SECCION-EXIT.
068600     EXIT.
068700******************************************************************
068800*    9000-FINALIZAR.
068900******************************************************************
069000 9000-FINALIZAR.
069100     IF PARAMETRO-MAL THEN
069200         GO TO 9000-FINALIZAR-EXIT
069300     END-IF.
069400     IF REP-FILE-STATUS = "00" THEN
069500         CLOSE REP-FILE
069600     END-IF.
069700     DISPLAY "IFUCAMR: " CAMBIOS-LISTADOS
069800         " CAMBIOS LISTADOS, VER IFUCAMRL".
069900 9000-FINALIZAR-EXIT.
070000     EXIT.
070100 END PROGRAM     IFUCAMR.
