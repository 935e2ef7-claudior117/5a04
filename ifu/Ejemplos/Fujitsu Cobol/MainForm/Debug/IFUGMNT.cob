000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUGMNT.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUGMNT
000900*    Ledger-account map maintenance over IFUCTA, built the
001000*    same way as the station maintenance IFUMANT: the file is
001100*    loaded into a table, worked on with a lettered menu
001200*    (list, add, change, delete) and written back whole when
001300*    the operator finishes with F. A line is keyed by concept
001400*    and station; a blank station is the general line every
001500*    station without its own uses. An add refuses a duplicate
001600*    key, the concept must be one of those the daily journal
001700*    IFUASI posts (see IFUCTA.CPY) and the account cannot be
001800*    blank. The map decides where the day's sales reach the
001900*    books, so saving requires a supervisor session (IFUSIGN).
002000*
002100*    MODIFICATION HISTORY.
002200*    DATE       INIT DESCRIPTION
002300*    2026-10-15 SIS  Original ledger-account map maintenance.
002400******************************************************************
002500 ENVIRONMENT     DIVISION.
002600 CONFIGURATION   SECTION.
002700 INPUT-OUTPUT    SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL CTA-FILE ASSIGN TO "IFUCTA"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS CTA-FILE-STATUS.
003200     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS SES-FILE-STATUS.
003500 DATA            DIVISION.
003600 FILE SECTION.
003700 COPY IFUCTA.
003800 COPY IFUSES.
003900 WORKING-STORAGE SECTION.
004000 01  CTA-FILE-STATUS         PIC X(02).
004100 01  SES-FILE-STATUS         PIC X(02).
004200******************************************************************
004300*    SWITCHES AND COUNTERS.
004400******************************************************************
004500 77  CTA-EOF-SW           PIC X(01)       VALUE "N".
004600     88  CTA-EOF                          VALUE "Y".
004700 77  FIN-MENU-SW          PIC X(01)       VALUE "N".
004800     88  FIN-MENU                         VALUE "S".
004900 77  ENTRADA-VALIDA-SW    PIC X(01)       VALUE "N".
005000     88  ENTRADA-VALIDA                   VALUE "S".
005100 77  CAMBIOS-SW           PIC X(01)       VALUE "N".
005200     88  HAY-CAMBIOS                      VALUE "S".
005300 77  CARGA-TRUNCA-SW      PIC X(01)       VALUE "N".
005400     88  CARGA-TRUNCA                     VALUE "S".
005500 77  GRABACION-MAL-SW     PIC X(01)       VALUE "N".
005600     88  GRABACION-MAL                    VALUE "S".
005700 77  SESION-SUPER-SW      PIC X(01)       VALUE "N".
005800     88  SESION-SUPER                     VALUE "S".
005900 77  OPERADOR-SESION      PIC X(06)       VALUE SPACES.
006000******************************************************************
006100*    ACCOUNT MAP TABLE.
006200******************************************************************
006300 77  TAB-MAXIMO           PIC 9(03) COMP  VALUE 300.
006400 77  TAB-USADOS           PIC 9(03) COMP  VALUE 0.
006500 77  TAB-IDX              PIC 9(03) COMP  VALUE 0.
006600 77  TAB-HALLADO-SW       PIC X(01)       VALUE "N".
006700     88  TAB-HALLADO                      VALUE "S".
006800 01  TAB-CUENTAS.
006900     05  TAB-CTA OCCURS 300 TIMES.
007000         10  TAB-CTA-CONCEPTO    PIC X(02).
007100         10  TAB-CTA-ESTACION    PIC X(10).
007200         10  TAB-CTA-CUENTA      PIC X(12).
007300         10  TAB-CTA-DESCRIPCION PIC X(30).
007400******************************************************************
007500*    OPERATOR ENTRIES.
007600******************************************************************
007700 01  OPCION                  PIC X(01).
007800 01  ENT-CONCEPTO            PIC X(02).
007900     88  ENT-CONCEPTO-VALIDO              VALUE "EF" "TA" "VA"
008000                                                "G1" "G2" "EX"
008100                                                "I1" "I2" "DI".
008200 01  ENT-ESTACION            PIC X(10).
008300 01  ENT-CUENTA              PIC X(12).
008400 01  ENT-DESCRIPCION         PIC X(30).
008500******************************************************************
008600*    DISPLAY EDITING.
008700******************************************************************
008800 01  SAL-ESTACION            PIC X(10).
008900 PROCEDURE       DIVISION.
009000******************************************************************
009100*    0000-MAINLINE.
009200******************************************************************
009300 0000-MAINLINE.
009400     PERFORM 1000-CARGAR-ARCHIVO THRU 1000-CARGAR-ARCHIVO-EXIT.
009500     PERFORM 1500-LEER-SESION THRU 1500-LEER-SESION-EXIT.
009600     PERFORM 2000-CICLO-MENU
009700         THRU 2000-CICLO-MENU-EXIT
009800         UNTIL FIN-MENU.
009900     PERFORM 8000-GRABAR-ARCHIVO THRU 8000-GRABAR-ARCHIVO-EXIT.
010000     STOP RUN.
010100******************************************************************
010200*    1000-CARGAR-ARCHIVO.
010300******************************************************************
010400 1000-CARGAR-ARCHIVO.
010500     OPEN INPUT CTA-FILE.
010600     IF CTA-FILE-STATUS = "00" THEN
010700         PERFORM 1100-CARGAR-CUENTA
010800             THRU 1100-CARGAR-CUENTA-EXIT
010900             UNTIL CTA-EOF
011000         CLOSE CTA-FILE
011100     ELSE
011200         IF CTA-FILE-STATUS = "05" THEN
011300             CLOSE CTA-FILE
011400             DISPLAY "IFUGMNT: IFUCTA NO EXISTE, SE CREARA"
011500         ELSE
011600             DISPLAY "IFUGMNT: NO SE PUDO ABRIR IFUCTA, ESTADO "
011700                 CTA-FILE-STATUS
011800             SET FIN-MENU TO TRUE
011900         END-IF
012000     END-IF.
012100 1000-CARGAR-ARCHIVO-EXIT.
012200     EXIT.
012300 1100-CARGAR-CUENTA.
012400     READ CTA-FILE
012500         AT END
012600             SET CTA-EOF TO TRUE
012700         NOT AT END
012800             IF TAB-USADOS < TAB-MAXIMO THEN
012900                 ADD 1 TO TAB-USADOS
013000                 MOVE CTA-CONCEPTO
013100                     TO TAB-CTA-CONCEPTO (TAB-USADOS)
013200                 MOVE CTA-ESTACION
013300                     TO TAB-CTA-ESTACION (TAB-USADOS)
013400                 MOVE CTA-CUENTA TO TAB-CTA-CUENTA (TAB-USADOS)
013500                 MOVE CTA-DESCRIPCION
013600                     TO TAB-CTA-DESCRIPCION (TAB-USADOS)
013700             ELSE
013800                 DISPLAY "IFUGMNT: TABLA COMPLETA, SE OMITE "
013900                     CTA-CONCEPTO " " CTA-ESTACION
014000                 SET CARGA-TRUNCA TO TRUE
014100             END-IF
014200     END-READ.
014300 1100-CARGAR-CUENTA-EXIT.
014400     EXIT.
014500******************************************************************
014600*    1500-LEER-SESION.
014700*    WHO IS SIGNED ON, FOR THE SUPERVISOR GATE ON THE SAVE.
014800******************************************************************
014900 1500-LEER-SESION.
015000     MOVE "N" TO SESION-SUPER-SW.
015100     MOVE SPACES TO OPERADOR-SESION.
015200     OPEN INPUT SES-FILE.
015300     IF SES-FILE-STATUS = "00" THEN
015400         READ SES-FILE
015500             AT END
015600                 CONTINUE
015700             NOT AT END
015800                 MOVE SES-OPERADOR TO OPERADOR-SESION
015900                 IF SES-SUPERVISOR THEN
016000                     SET SESION-SUPER TO TRUE
016100                 END-IF
016200         END-READ
016300         CLOSE SES-FILE
016400     ELSE
016500         IF SES-FILE-STATUS = "05" THEN
016600             CLOSE SES-FILE
016700         END-IF
016800     END-IF.
016900     IF OPERADOR-SESION = SPACES THEN
017000         DISPLAY "IFUGMNT: SIN SESION ABIERTA (IFUSIGN); LOS "
017100             "CAMBIOS NO PODRAN GRABARSE"
017200     ELSE
017300         DISPLAY "IFUGMNT: SESION DE " OPERADOR-SESION
017400     END-IF.
017500 1500-LEER-SESION-EXIT.
017600     EXIT.
017700******************************************************************
017800*    2000-CICLO-MENU.
017900******************************************************************
018000 2000-CICLO-MENU.
018100     DISPLAY " ".
018200     DISPLAY "IFUGMNT: L=LISTAR A=ALTA M=MODIFICAR "
018300         "B=BAJA F=FIN".
018400     MOVE SPACE TO OPCION.
018500     ACCEPT OPCION.
018600     EVALUATE OPCION
018700         WHEN "L"
018800         WHEN "l"
018900             PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
019000         WHEN "A"
019100         WHEN "a"
019200             PERFORM 4000-ALTA THRU 4000-ALTA-EXIT
019300         WHEN "M"
019400         WHEN "m"
019500             PERFORM 5000-MODIFICAR THRU 5000-MODIFICAR-EXIT
019600         WHEN "B"
019700         WHEN "b"
019800             PERFORM 6000-BAJA THRU 6000-BAJA-EXIT
019900         WHEN "F"
020000         WHEN "f"
020100             SET FIN-MENU TO TRUE
020200         WHEN OTHER
020300             DISPLAY "IFUGMNT: OPCION NO RECONOCIDA"
020400     END-EVALUATE.
020500 2000-CICLO-MENU-EXIT.
020600     EXIT.
020700******************************************************************
020800*    3000-LISTAR.
020900******************************************************************
021000 3000-LISTAR.
021100     IF TAB-USADOS = 0 THEN
021200         DISPLAY "IFUGMNT: SIN CUENTAS CARGADAS"
021300         GO TO 3000-LISTAR-EXIT
021400     END-IF.
021500     MOVE 0 TO TAB-IDX.
021600     PERFORM 3100-LISTAR-UNO
021700         THRU 3100-LISTAR-UNO-EXIT
021800         UNTIL TAB-IDX >= TAB-USADOS.
021900 3000-LISTAR-EXIT.
022000     EXIT.
022100 3100-LISTAR-UNO.
022200     ADD 1 TO TAB-IDX.
022300     IF TAB-CTA-ESTACION (TAB-IDX) = SPACES THEN
022400         MOVE "(TODAS)" TO SAL-ESTACION
022500     ELSE
022600         MOVE TAB-CTA-ESTACION (TAB-IDX) TO SAL-ESTACION
022700     END-IF.
022800     DISPLAY "  " TAB-CTA-CONCEPTO (TAB-IDX)
022900         " " SAL-ESTACION
023000         " " TAB-CTA-CUENTA (TAB-IDX)
023100         " " TAB-CTA-DESCRIPCION (TAB-IDX).
023200 3100-LISTAR-UNO-EXIT.
023300     EXIT.
023400******************************************************************
023500*    4000-ALTA.
023600******************************************************************
023700 4000-ALTA.
023800     IF TAB-USADOS >= TAB-MAXIMO THEN
023900         DISPLAY "IFUGMNT: TABLA COMPLETA, NO HAY LUGAR"
024000         GO TO 4000-ALTA-EXIT
024100     END-IF.
024200     PERFORM 7000-PEDIR-CLAVE THRU 7000-PEDIR-CLAVE-EXIT.
024300     IF NOT ENTRADA-VALIDA THEN
024400         GO TO 4000-ALTA-EXIT
024500     END-IF.
024600     IF TAB-HALLADO THEN
024700         DISPLAY "IFUGMNT: YA EXISTE LA CUENTA PARA "
024800             ENT-CONCEPTO " " SAL-ESTACION
024900         GO TO 4000-ALTA-EXIT
025000     END-IF.
025100     PERFORM 7600-PEDIR-DATOS THRU 7600-PEDIR-DATOS-EXIT.
025200     IF NOT ENTRADA-VALIDA THEN
025300         GO TO 4000-ALTA-EXIT
025400     END-IF.
025500     ADD 1 TO TAB-USADOS.
025600     MOVE ENT-CONCEPTO TO TAB-CTA-CONCEPTO (TAB-USADOS).
025700     MOVE ENT-ESTACION TO TAB-CTA-ESTACION (TAB-USADOS).
025800     MOVE ENT-CUENTA TO TAB-CTA-CUENTA (TAB-USADOS).
025900     MOVE ENT-DESCRIPCION TO TAB-CTA-DESCRIPCION (TAB-USADOS).
026000     SET HAY-CAMBIOS TO TRUE.
026100     DISPLAY "IFUGMNT: ALTA REGISTRADA: " ENT-CONCEPTO " "
026200         SAL-ESTACION.
026300 4000-ALTA-EXIT.
026400     EXIT.
026500******************************************************************
026600*    5000-MODIFICAR.
026700******************************************************************
026800 5000-MODIFICAR.
026900     PERFORM 7000-PEDIR-CLAVE THRU 7000-PEDIR-CLAVE-EXIT.
027000     IF NOT ENTRADA-VALIDA THEN
027100         GO TO 5000-MODIFICAR-EXIT
027200     END-IF.
027300     IF NOT TAB-HALLADO THEN
027400         DISPLAY "IFUGMNT: NO EXISTE LA CUENTA PARA "
027500             ENT-CONCEPTO " " SAL-ESTACION
027600         GO TO 5000-MODIFICAR-EXIT
027700     END-IF.
027800     PERFORM 7600-PEDIR-DATOS THRU 7600-PEDIR-DATOS-EXIT.
027900     IF NOT ENTRADA-VALIDA THEN
028000         GO TO 5000-MODIFICAR-EXIT
028100     END-IF.
028200     MOVE ENT-CUENTA TO TAB-CTA-CUENTA (TAB-IDX).
028300     MOVE ENT-DESCRIPCION TO TAB-CTA-DESCRIPCION (TAB-IDX).
028400     SET HAY-CAMBIOS TO TRUE.
028500     DISPLAY "IFUGMNT: MODIFICACION REGISTRADA: " ENT-CONCEPTO
028600         " " SAL-ESTACION.
028700 5000-MODIFICAR-EXIT.
028800     EXIT.
028900******************************************************************
029000*    6000-BAJA.
029100*    WITHOUT ITS OWN LINE A STATION FALLS BACK TO THE GENERAL
029200*    ONE; WITHOUT EITHER, ITS DAY IS HELD BACK BY IFUASI.
029300******************************************************************
029400 6000-BAJA.
029500     PERFORM 7000-PEDIR-CLAVE THRU 7000-PEDIR-CLAVE-EXIT.
029600     IF NOT ENTRADA-VALIDA THEN
029700         GO TO 6000-BAJA-EXIT
029800     END-IF.
029900     IF NOT TAB-HALLADO THEN
030000         DISPLAY "IFUGMNT: NO EXISTE LA CUENTA PARA "
030100             ENT-CONCEPTO " " SAL-ESTACION
030200         GO TO 6000-BAJA-EXIT
030300     END-IF.
030400     PERFORM 7700-QUITAR-LINEA THRU 7700-QUITAR-LINEA-EXIT.
030500     DISPLAY "IFUGMNT: CUENTA ELIMINADA: " ENT-CONCEPTO " "
030600         SAL-ESTACION.
030700 6000-BAJA-EXIT.
030800     EXIT.
030900******************************************************************
031000*    7000-PEDIR-CLAVE.
031100*    CONCEPT AND STATION (BLANK FOR ALL), LOOKED UP IN THE
031200*    TABLE (TAB-IDX WHEN FOUND).
031300******************************************************************
031400 7000-PEDIR-CLAVE.
031500     MOVE "N" TO ENTRADA-VALIDA-SW.
031600     DISPLAY "IFUGMNT: CONCEPTO (EF TA VA G1 G2 EX I1 I2 DI)".
031700     MOVE SPACES TO ENT-CONCEPTO.
031800     ACCEPT ENT-CONCEPTO.
031900     INSPECT ENT-CONCEPTO
032000         CONVERTING "abcdefghijklmnopqrstuvwxyz"
032100         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
032200     IF NOT ENT-CONCEPTO-VALIDO THEN
032300         DISPLAY "IFUGMNT: CONCEPTO NO RECONOCIDO"
032400         GO TO 7000-PEDIR-CLAVE-EXIT
032500     END-IF.
032600     DISPLAY "IFUGMNT: ESTACION (BLANCO = TODAS)".
032700     MOVE SPACES TO ENT-ESTACION.
032800     ACCEPT ENT-ESTACION.
032900     IF ENT-ESTACION = SPACES THEN
033000         MOVE "(TODAS)" TO SAL-ESTACION
033100     ELSE
033200         MOVE ENT-ESTACION TO SAL-ESTACION
033300     END-IF.
033400     PERFORM 7500-BUSCAR-CUENTA THRU 7500-BUSCAR-CUENTA-EXIT.
033500     SET ENTRADA-VALIDA TO TRUE.
033600 7000-PEDIR-CLAVE-EXIT.
033700     EXIT.
033800******************************************************************
033900*    7500-BUSCAR-CUENTA.
034000******************************************************************
034100 7500-BUSCAR-CUENTA.
034200     MOVE "N" TO TAB-HALLADO-SW.
034300     MOVE 0 TO TAB-IDX.
034400     PERFORM 7510-PROBAR-CUENTA
034500         THRU 7510-PROBAR-CUENTA-EXIT
034600         UNTIL TAB-HALLADO OR TAB-IDX >= TAB-USADOS.
034700 7500-BUSCAR-CUENTA-EXIT.
034800     EXIT.
034900 7510-PROBAR-CUENTA.
035000     ADD 1 TO TAB-IDX.
035100     IF TAB-CTA-CONCEPTO (TAB-IDX) = ENT-CONCEPTO
035200             AND TAB-CTA-ESTACION (TAB-IDX) = ENT-ESTACION THEN
035300         SET TAB-HALLADO TO TRUE
035400     END-IF.
035500 7510-PROBAR-CUENTA-EXIT.
035600     EXIT.
035700******************************************************************
035800*    7600-PEDIR-DATOS.
035900*    LEDGER ACCOUNT AND DESCRIPTION.
036000******************************************************************
036100 7600-PEDIR-DATOS.
036200     MOVE "N" TO ENTRADA-VALIDA-SW.
036300     DISPLAY "IFUGMNT: CUENTA CONTABLE".
036400     MOVE SPACES TO ENT-CUENTA.
036500     ACCEPT ENT-CUENTA.
036600     IF ENT-CUENTA = SPACES THEN
036700         DISPLAY "IFUGMNT: LA CUENTA NO PUEDE SER BLANCO"
036800         GO TO 7600-PEDIR-DATOS-EXIT
036900     END-IF.
037000     DISPLAY "IFUGMNT: DESCRIPCION DE LA CUENTA".
037100     MOVE SPACES TO ENT-DESCRIPCION.
037200     ACCEPT ENT-DESCRIPCION.
037300     SET ENTRADA-VALIDA TO TRUE.
037400 7600-PEDIR-DATOS-EXIT.
037500     EXIT.
037600******************************************************************
037700*    7700-QUITAR-LINEA.
037800*    CLOSE THE GAP BY SHIFTING THE LINES ABOVE TAB-IDX DOWN.
037900******************************************************************
038000 7700-QUITAR-LINEA.
038100     PERFORM 7710-CORRER-LINEA
038200         THRU 7710-CORRER-LINEA-EXIT
038300         UNTIL TAB-IDX >= TAB-USADOS.
038400     SUBTRACT 1 FROM TAB-USADOS.
038500     SET HAY-CAMBIOS TO TRUE.
038600 7700-QUITAR-LINEA-EXIT.
038700     EXIT.
038800 7710-CORRER-LINEA.
038900     MOVE TAB-CTA (TAB-IDX + 1) TO TAB-CTA (TAB-IDX).
039000     ADD 1 TO TAB-IDX.
039100 7710-CORRER-LINEA-EXIT.
039200     EXIT.
039300******************************************************************
039400*    8000-GRABAR-ARCHIVO.
039500*    WRITE THE WHOLE TABLE BACK, ONLY IF SOMETHING CHANGED AND
039600*    A SUPERVISOR IS SIGNED ON. NEVER AFTER A TRUNCATED LOAD.
039700******************************************************************
039800 8000-GRABAR-ARCHIVO.
039900     IF NOT HAY-CAMBIOS THEN
040000         DISPLAY "IFUGMNT: SIN CAMBIOS, IFUCTA NO SE TOCA"
040100         GO TO 8000-GRABAR-ARCHIVO-EXIT
040200     END-IF.
040300     IF NOT SESION-SUPER THEN
040400         DISPLAY "IFUGMNT: SE REQUIERE SESION DE SUPERVISOR "
040500             "(IFUSIGN), LOS CAMBIOS SE DESCARTAN"
040600         GO TO 8000-GRABAR-ARCHIVO-EXIT
040700     END-IF.
040800     IF CARGA-TRUNCA THEN
040900         DISPLAY "IFUGMNT: CARGA INCOMPLETA, IFUCTA NO SE "
041000             "REESCRIBE PARA NO PERDER CUENTAS"
041100         GO TO 8000-GRABAR-ARCHIVO-EXIT
041200     END-IF.
041300     OPEN OUTPUT CTA-FILE.
041400     IF CTA-FILE-STATUS NOT = "00"
041500             AND CTA-FILE-STATUS NOT = "05" THEN
041600         DISPLAY "IFUGMNT: NO SE PUDO REESCRIBIR IFUCTA, "
041700             "ESTADO " CTA-FILE-STATUS
041800         GO TO 8000-GRABAR-ARCHIVO-EXIT
041900     END-IF.
042000     MOVE 0 TO TAB-IDX.
042100     PERFORM 8100-GRABAR-CUENTA
042200         THRU 8100-GRABAR-CUENTA-EXIT
042300         UNTIL TAB-IDX >= TAB-USADOS.
042400     CLOSE CTA-FILE.
042500     IF GRABACION-MAL THEN
042600         DISPLAY "IFUGMNT: REESCRITURA INCOMPLETA, RECUPERE "
042700             "IFUCTA ANTES DE USARLO"
042800     ELSE
042900         DISPLAY "IFUGMNT: IFUCTA ACTUALIZADO, " TAB-USADOS
043000             " CUENTAS, POR " OPERADOR-SESION
043100     END-IF.
043200 8000-GRABAR-ARCHIVO-EXIT.
043300     EXIT.
043400 8100-GRABAR-CUENTA.
043500     ADD 1 TO TAB-IDX.
043600     MOVE TAB-CTA-CONCEPTO (TAB-IDX) TO CTA-CONCEPTO.
043700     MOVE TAB-CTA-ESTACION (TAB-IDX) TO CTA-ESTACION.
043800     MOVE TAB-CTA-CUENTA (TAB-IDX) TO CTA-CUENTA.
043900     MOVE TAB-CTA-DESCRIPCION (TAB-IDX) TO CTA-DESCRIPCION.
044000     WRITE CTA-RECORD.
044100     IF CTA-FILE-STATUS NOT = "00" THEN
044200         DISPLAY "IFUGMNT: ERROR " CTA-FILE-STATUS
044300             " GRABANDO " TAB-CTA-CONCEPTO (TAB-IDX)
044400             " " TAB-CTA-ESTACION (TAB-IDX)
044500         SET GRABACION-MAL TO TRUE
044600         MOVE TAB-USADOS TO TAB-IDX
044700     END-IF.
044800 8100-GRABAR-CUENTA-EXIT.
044900     EXIT.
045000 END PROGRAM     IFUGMNT.
