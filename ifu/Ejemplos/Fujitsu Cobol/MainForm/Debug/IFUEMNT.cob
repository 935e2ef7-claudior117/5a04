000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUEMNT.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUEMNT
000900*    Driver error-code catalog maintenance over IFUERR, built
001000*    the same way as the station maintenance IFUMANT: the file
001100*    is loaded into a table, worked on with a lettered menu
001200*    (list, add, change, delete) and written back whole when
001300*    the operator finishes with F. An add refuses a duplicate
001400*    code, the category must be one of C/I/F/D/O and the retry
001500*    flag S or N. The retry flag decides whether IFUBATCH keeps
001600*    retrying a station that answered the code, so saving
001700*    requires a supervisor session (IFUSIGN).
001800*
001900*    MODIFICATION HISTORY.
002000*    DATE       INIT DESCRIPTION
002100*    2026-10-15 SIS  Original error-catalog maintenance.
002200******************************************************************
002300 ENVIRONMENT     DIVISION.
002400 CONFIGURATION   SECTION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL ERR-FILE ASSIGN TO "IFUERR"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS ERR-FILE-STATUS.
003000     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS SES-FILE-STATUS.
003300 DATA            DIVISION.
003400 FILE SECTION.
003500 COPY IFUERR.
003600 COPY IFUSES.
003700 WORKING-STORAGE SECTION.
003800 01  ERR-FILE-STATUS         PIC X(02).
003900 01  SES-FILE-STATUS         PIC X(02).
004000******************************************************************
004100*    SWITCHES AND COUNTERS.
004200******************************************************************
004300 77  ERR-EOF-SW           PIC X(01)       VALUE "N".
004400     88  ERR-EOF                          VALUE "Y".
004500 77  FIN-MENU-SW          PIC X(01)       VALUE "N".
004600     88  FIN-MENU                         VALUE "S".
004700 77  ENTRADA-VALIDA-SW    PIC X(01)       VALUE "N".
004800     88  ENTRADA-VALIDA                   VALUE "S".
004900 77  CAMBIOS-SW           PIC X(01)       VALUE "N".
005000     88  HAY-CAMBIOS                      VALUE "S".
005100 77  CARGA-TRUNCA-SW      PIC X(01)       VALUE "N".
005200     88  CARGA-TRUNCA                     VALUE "S".
005300 77  GRABACION-MAL-SW     PIC X(01)       VALUE "N".
005400     88  GRABACION-MAL                    VALUE "S".
005500 77  SESION-SUPER-SW      PIC X(01)       VALUE "N".
005600     88  SESION-SUPER                     VALUE "S".
005700 77  OPERADOR-SESION      PIC X(06)       VALUE SPACES.
005800******************************************************************
005900*    CATALOG TABLE.
006000******************************************************************
006100 77  TAB-MAXIMO           PIC 9(03) COMP  VALUE 300.
006200 77  TAB-USADOS           PIC 9(03) COMP  VALUE 0.
006300 77  TAB-IDX              PIC 9(03) COMP  VALUE 0.
006400 77  TAB-HALLADO-SW       PIC X(01)       VALUE "N".
006500     88  TAB-HALLADO                      VALUE "S".
006600 01  TAB-CATALOGO.
006700     05  TAB-CAT OCCURS 300 TIMES.
006800         10  TAB-CAT-CODIGO      PIC S9(05).
006900         10  TAB-CAT-DESCRIPCION PIC X(30).
007000         10  TAB-CAT-CATEGORIA   PIC X(01).
007100         10  TAB-CAT-ACCION      PIC X(40).
007200         10  TAB-CAT-REINTENTAR  PIC X(01).
007300******************************************************************
007400*    OPERATOR ENTRIES.
007500******************************************************************
007600 01  OPCION                  PIC X(01).
007700 01  ENT-CODIGO              PIC S9(05)   VALUE 0.
007800 01  ENT-DESCRIPCION         PIC X(30).
007900 01  ENT-CATEGORIA           PIC X(01).
008000     88  ENT-CATEGORIA-VALIDA             VALUE "C" "I" "F"
008100                                                "D" "O".
008200 01  ENT-ACCION              PIC X(40).
008300 01  ENT-REINTENTAR          PIC X(01).
008400     88  ENT-REINTENTAR-VALIDO            VALUE "S" "N".
008500******************************************************************
008600*    DISPLAY EDITING.
008700******************************************************************
008800 01  SAL-CODIGO              PIC ZZZZ9-.
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
010500     OPEN INPUT ERR-FILE.
010600     IF ERR-FILE-STATUS = "00" THEN
010700         PERFORM 1100-CARGAR-CODIGO
010800             THRU 1100-CARGAR-CODIGO-EXIT
010900             UNTIL ERR-EOF
011000         CLOSE ERR-FILE
011100     ELSE
011200         IF ERR-FILE-STATUS = "05" THEN
011300             CLOSE ERR-FILE
011400             DISPLAY "IFUEMNT: IFUERR NO EXISTE, SE CREARA"
011500         ELSE
011600             DISPLAY "IFUEMNT: NO SE PUDO ABRIR IFUERR, ESTADO "
011700                 ERR-FILE-STATUS
011800             SET FIN-MENU TO TRUE
011900         END-IF
012000     END-IF.
012100 1000-CARGAR-ARCHIVO-EXIT.
012200     EXIT.
012300 1100-CARGAR-CODIGO.
012400     READ ERR-FILE
012500         AT END
012600             SET ERR-EOF TO TRUE
012700         NOT AT END
012800             IF TAB-USADOS < TAB-MAXIMO THEN
012900                 ADD 1 TO TAB-USADOS
013000                 MOVE ERR-CODIGO TO TAB-CAT-CODIGO (TAB-USADOS)
013100                 MOVE ERR-DESCRIPCION
013200                     TO TAB-CAT-DESCRIPCION (TAB-USADOS)
013300                 MOVE ERR-CATEGORIA
013400                     TO TAB-CAT-CATEGORIA (TAB-USADOS)
013500                 MOVE ERR-ACCION TO TAB-CAT-ACCION (TAB-USADOS)
013600                 MOVE ERR-REINTENTAR
013700                     TO TAB-CAT-REINTENTAR (TAB-USADOS)
013800             ELSE
013900                 MOVE ERR-CODIGO TO SAL-CODIGO
014000                 DISPLAY "IFUEMNT: TABLA COMPLETA, SE OMITE "
014100                     SAL-CODIGO
014200                 SET CARGA-TRUNCA TO TRUE
014300             END-IF
014400     END-READ.
014500 1100-CARGAR-CODIGO-EXIT.
014600     EXIT.
014700******************************************************************
014800*    1500-LEER-SESION.
014900*    WHO IS SIGNED ON, FOR THE SUPERVISOR GATE ON THE SAVE.
015000******************************************************************
015100 1500-LEER-SESION.
015200     MOVE "N" TO SESION-SUPER-SW.
015300     MOVE SPACES TO OPERADOR-SESION.
015400     OPEN INPUT SES-FILE.
015500     IF SES-FILE-STATUS = "00" THEN
015600         READ SES-FILE
015700             AT END
015800                 CONTINUE
015900             NOT AT END
016000                 MOVE SES-OPERADOR TO OPERADOR-SESION
016100                 IF SES-SUPERVISOR THEN
016200                     SET SESION-SUPER TO TRUE
016300                 END-IF
016400         END-READ
016500         CLOSE SES-FILE
016600     ELSE
016700         IF SES-FILE-STATUS = "05" THEN
016800             CLOSE SES-FILE
016900         END-IF
017000     END-IF.
017100     IF OPERADOR-SESION = SPACES THEN
017200         DISPLAY "IFUEMNT: SIN SESION ABIERTA (IFUSIGN); LOS "
017300             "CAMBIOS NO PODRAN GRABARSE"
017400     ELSE
017500         DISPLAY "IFUEMNT: SESION DE " OPERADOR-SESION
017600     END-IF.
017700 1500-LEER-SESION-EXIT.
017800     EXIT.
017900******************************************************************
018000*    2000-CICLO-MENU.
018100******************************************************************
018200 2000-CICLO-MENU.
018300     DISPLAY " ".
018400     DISPLAY "IFUEMNT: L=LISTAR A=ALTA M=MODIFICAR "
018500         "B=BAJA F=FIN".
018600     MOVE SPACE TO OPCION.
018700     ACCEPT OPCION.
018800     EVALUATE OPCION
018900         WHEN "L"
019000         WHEN "l"
019100             PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
019200         WHEN "A"
019300         WHEN "a"
019400             PERFORM 4000-ALTA THRU 4000-ALTA-EXIT
019500         WHEN "M"
019600         WHEN "m"
019700             PERFORM 5000-MODIFICAR THRU 5000-MODIFICAR-EXIT
019800         WHEN "B"
019900         WHEN "b"
020000             PERFORM 6000-BAJA THRU 6000-BAJA-EXIT
020100         WHEN "F"
020200         WHEN "f"
020300             SET FIN-MENU TO TRUE
020400         WHEN OTHER
020500             DISPLAY "IFUEMNT: OPCION NO RECONOCIDA"
020600     END-EVALUATE.
020700 2000-CICLO-MENU-EXIT.
020800     EXIT.
020900******************************************************************
021000*    3000-LISTAR.
021100******************************************************************
021200 3000-LISTAR.
021300     IF TAB-USADOS = 0 THEN
021400         DISPLAY "IFUEMNT: SIN CODIGOS CARGADOS"
021500         GO TO 3000-LISTAR-EXIT
021600     END-IF.
021700     MOVE 0 TO TAB-IDX.
021800     PERFORM 3100-LISTAR-UNO
021900         THRU 3100-LISTAR-UNO-EXIT
022000         UNTIL TAB-IDX >= TAB-USADOS.
022100 3000-LISTAR-EXIT.
022200     EXIT.
022300 3100-LISTAR-UNO.
022400     ADD 1 TO TAB-IDX.
022500     MOVE TAB-CAT-CODIGO (TAB-IDX) TO SAL-CODIGO.
022600     DISPLAY "  " SAL-CODIGO
022700         " " TAB-CAT-CATEGORIA (TAB-IDX)
022800         " REINT " TAB-CAT-REINTENTAR (TAB-IDX)
022900         " " TAB-CAT-DESCRIPCION (TAB-IDX)
023000         " " TAB-CAT-ACCION (TAB-IDX).
023100 3100-LISTAR-UNO-EXIT.
023200     EXIT.
023300******************************************************************
023400*    4000-ALTA.
023500******************************************************************
023600 4000-ALTA.
023700     IF TAB-USADOS >= TAB-MAXIMO THEN
023800         DISPLAY "IFUEMNT: TABLA COMPLETA, NO HAY LUGAR"
023900         GO TO 4000-ALTA-EXIT
024000     END-IF.
024100     DISPLAY "IFUEMNT: CODIGO DE ERROR DEL DRIVER".
024200     MOVE 0 TO ENT-CODIGO.
024300     ACCEPT ENT-CODIGO.
024400     PERFORM 7500-BUSCAR-CODIGO THRU 7500-BUSCAR-CODIGO-EXIT.
024500     IF TAB-HALLADO THEN
024600         MOVE ENT-CODIGO TO SAL-CODIGO
024700         DISPLAY "IFUEMNT: EL CODIGO YA EXISTE: " SAL-CODIGO
024800         GO TO 4000-ALTA-EXIT
024900     END-IF.
025000     PERFORM 7600-PEDIR-DATOS THRU 7600-PEDIR-DATOS-EXIT.
025100     IF NOT ENTRADA-VALIDA THEN
025200         GO TO 4000-ALTA-EXIT
025300     END-IF.
025400     ADD 1 TO TAB-USADOS.
025500     MOVE ENT-CODIGO TO TAB-CAT-CODIGO (TAB-USADOS).
025600     MOVE ENT-DESCRIPCION TO TAB-CAT-DESCRIPCION (TAB-USADOS).
025700     MOVE ENT-CATEGORIA TO TAB-CAT-CATEGORIA (TAB-USADOS).
025800     MOVE ENT-ACCION TO TAB-CAT-ACCION (TAB-USADOS).
025900     MOVE ENT-REINTENTAR TO TAB-CAT-REINTENTAR (TAB-USADOS).
026000     SET HAY-CAMBIOS TO TRUE.
026100     MOVE ENT-CODIGO TO SAL-CODIGO.
026200     DISPLAY "IFUEMNT: ALTA REGISTRADA: " SAL-CODIGO.
026300 4000-ALTA-EXIT.
026400     EXIT.
026500******************************************************************
026600*    5000-MODIFICAR.
026700******************************************************************
026800 5000-MODIFICAR.
026900     DISPLAY "IFUEMNT: CODIGO DE ERROR A MODIFICAR".
027000     MOVE 0 TO ENT-CODIGO.
027100     ACCEPT ENT-CODIGO.
027200     PERFORM 7500-BUSCAR-CODIGO THRU 7500-BUSCAR-CODIGO-EXIT.
027300     MOVE ENT-CODIGO TO SAL-CODIGO.
027400     IF NOT TAB-HALLADO THEN
027500         DISPLAY "IFUEMNT: NO EXISTE EL CODIGO " SAL-CODIGO
027600         GO TO 5000-MODIFICAR-EXIT
027700     END-IF.
027800     PERFORM 7600-PEDIR-DATOS THRU 7600-PEDIR-DATOS-EXIT.
027900     IF NOT ENTRADA-VALIDA THEN
028000         GO TO 5000-MODIFICAR-EXIT
028100     END-IF.
028200     MOVE ENT-DESCRIPCION TO TAB-CAT-DESCRIPCION (TAB-IDX).
028300     MOVE ENT-CATEGORIA TO TAB-CAT-CATEGORIA (TAB-IDX).
028400     MOVE ENT-ACCION TO TAB-CAT-ACCION (TAB-IDX).
028500     MOVE ENT-REINTENTAR TO TAB-CAT-REINTENTAR (TAB-IDX).
028600     SET HAY-CAMBIOS TO TRUE.
028700     DISPLAY "IFUEMNT: MODIFICACION REGISTRADA: " SAL-CODIGO.
028800 5000-MODIFICAR-EXIT.
028900     EXIT.
029000******************************************************************
029100*    6000-BAJA.
029200*    A CODE TAKEN OUT OF THE CATALOG READS AGAIN AS NOT
029300*    CATALOGUED AND WORTH RETRYING; THE LINE IS REMOVED.
029400******************************************************************
029500 6000-BAJA.
029600     DISPLAY "IFUEMNT: CODIGO DE ERROR A ELIMINAR".
029700     MOVE 0 TO ENT-CODIGO.
029800     ACCEPT ENT-CODIGO.
029900     PERFORM 7500-BUSCAR-CODIGO THRU 7500-BUSCAR-CODIGO-EXIT.
030000     MOVE ENT-CODIGO TO SAL-CODIGO.
030100     IF NOT TAB-HALLADO THEN
030200         DISPLAY "IFUEMNT: NO EXISTE EL CODIGO " SAL-CODIGO
030300         GO TO 6000-BAJA-EXIT
030400     END-IF.
030500     PERFORM 7700-QUITAR-LINEA THRU 7700-QUITAR-LINEA-EXIT.
030600     DISPLAY "IFUEMNT: CODIGO ELIMINADO: " SAL-CODIGO.
030700 6000-BAJA-EXIT.
030800     EXIT.
030900******************************************************************
031000*    7500-BUSCAR-CODIGO.
031100******************************************************************
031200 7500-BUSCAR-CODIGO.
031300     MOVE "N" TO TAB-HALLADO-SW.
031400     MOVE 0 TO TAB-IDX.
031500     PERFORM 7510-PROBAR-CODIGO
031600         THRU 7510-PROBAR-CODIGO-EXIT
031700         UNTIL TAB-HALLADO OR TAB-IDX >= TAB-USADOS.
031800 7500-BUSCAR-CODIGO-EXIT.
031900     EXIT.
032000 7510-PROBAR-CODIGO.
032100     ADD 1 TO TAB-IDX.
032200     IF TAB-CAT-CODIGO (TAB-IDX) = ENT-CODIGO THEN
032300         SET TAB-HALLADO TO TRUE
032400     END-IF.
032500 7510-PROBAR-CODIGO-EXIT.
032600     EXIT.
032700******************************************************************
032800*    7600-PEDIR-DATOS.
032900*    DESCRIPTION, CATEGORY, RECOMMENDED ACTION AND RETRY FLAG.
033000******************************************************************
033100 7600-PEDIR-DATOS.
033200     MOVE "N" TO ENTRADA-VALIDA-SW.
033300     DISPLAY "IFUEMNT: DESCRIPCION BREVE".
033400     MOVE SPACES TO ENT-DESCRIPCION.
033500     ACCEPT ENT-DESCRIPCION.
033600     IF ENT-DESCRIPCION = SPACES THEN
033700         DISPLAY "IFUEMNT: LA DESCRIPCION NO PUEDE SER BLANCO"
033800         GO TO 7600-PEDIR-DATOS-EXIT
033900     END-IF.
034000     DISPLAY "IFUEMNT: CATEGORIA (C=COMUNICACION I=IMPRESORA "
034100         "F=FISCAL D=DATOS O=OTRA)".
034200     MOVE SPACE TO ENT-CATEGORIA.
034300     ACCEPT ENT-CATEGORIA.
034400     IF NOT ENT-CATEGORIA-VALIDA THEN
034500         DISPLAY "IFUEMNT: CATEGORIA NO RECONOCIDA"
034600         GO TO 7600-PEDIR-DATOS-EXIT
034700     END-IF.
034800     DISPLAY "IFUEMNT: ACCION RECOMENDADA".
034900     MOVE SPACES TO ENT-ACCION.
035000     ACCEPT ENT-ACCION.
035100     DISPLAY "IFUEMNT: VALE LA PENA REINTENTAR EL CIERRE (S/N)".
035200     MOVE SPACE TO ENT-REINTENTAR.
035300     ACCEPT ENT-REINTENTAR.
035400     IF NOT ENT-REINTENTAR-VALIDO THEN
035500         DISPLAY "IFUEMNT: RESPONDA S O N"
035600         GO TO 7600-PEDIR-DATOS-EXIT
035700     END-IF.
035800     SET ENTRADA-VALIDA TO TRUE.
035900 7600-PEDIR-DATOS-EXIT.
036000     EXIT.
036100******************************************************************
036200*    7700-QUITAR-LINEA.
036300*    CLOSE THE GAP BY SHIFTING THE LINES ABOVE TAB-IDX DOWN.
036400******************************************************************
036500 7700-QUITAR-LINEA.
036600     PERFORM 7710-CORRER-LINEA
036700         THRU 7710-CORRER-LINEA-EXIT
036800         UNTIL TAB-IDX >= TAB-USADOS.
036900     SUBTRACT 1 FROM TAB-USADOS.
037000     SET HAY-CAMBIOS TO TRUE.
037100 7700-QUITAR-LINEA-EXIT.
037200     EXIT.
037300 7710-CORRER-LINEA.
037400     MOVE TAB-CAT (TAB-IDX + 1) TO TAB-CAT (TAB-IDX).
037500     ADD 1 TO TAB-IDX.
037600 7710-CORRER-LINEA-EXIT.
037700     EXIT.
037800******************************************************************
037900*    8000-GRABAR-ARCHIVO.
038000*    WRITE THE WHOLE TABLE BACK, ONLY IF SOMETHING CHANGED AND
038100*    A SUPERVISOR IS SIGNED ON. NEVER AFTER A TRUNCATED LOAD.
038200******************************************************************
038300 8000-GRABAR-ARCHIVO.
038400     IF NOT HAY-CAMBIOS THEN
038500         DISPLAY "IFUEMNT: SIN CAMBIOS, IFUERR NO SE TOCA"
038600         GO TO 8000-GRABAR-ARCHIVO-EXIT
038700     END-IF.
038800     IF NOT SESION-SUPER THEN
038900         DISPLAY "IFUEMNT: SE REQUIERE SESION DE SUPERVISOR "
039000             "(IFUSIGN), LOS CAMBIOS SE DESCARTAN"
039100         GO TO 8000-GRABAR-ARCHIVO-EXIT
039200     END-IF.
039300     IF CARGA-TRUNCA THEN
039400         DISPLAY "IFUEMNT: CARGA INCOMPLETA, IFUERR NO SE "
039500             "REESCRIBE PARA NO PERDER CODIGOS"
039600         GO TO 8000-GRABAR-ARCHIVO-EXIT
039700     END-IF.
039800     OPEN OUTPUT ERR-FILE.
039900     IF ERR-FILE-STATUS NOT = "00" THEN
040000         DISPLAY "IFUEMNT: NO SE PUDO REESCRIBIR IFUERR, "
040100             "ESTADO " ERR-FILE-STATUS
040200         GO TO 8000-GRABAR-ARCHIVO-EXIT
040300     END-IF.
040400     MOVE 0 TO TAB-IDX.
040500     PERFORM 8100-GRABAR-CODIGO
040600         THRU 8100-GRABAR-CODIGO-EXIT
040700         UNTIL TAB-IDX >= TAB-USADOS.
040800     CLOSE ERR-FILE.
040900     IF GRABACION-MAL THEN
041000         DISPLAY "IFUEMNT: REESCRITURA INCOMPLETA, RECUPERE "
041100             "IFUERR ANTES DE USARLO"
041200     ELSE
041300         DISPLAY "IFUEMNT: IFUERR ACTUALIZADO, " TAB-USADOS
041400             " CODIGOS, POR " OPERADOR-SESION
041500     END-IF.
041600 8000-GRABAR-ARCHIVO-EXIT.
041700     EXIT.
041800 8100-GRABAR-CODIGO.
041900     ADD 1 TO TAB-IDX.
042000     MOVE TAB-CAT-CODIGO (TAB-IDX) TO ERR-CODIGO.
042100     MOVE TAB-CAT-DESCRIPCION (TAB-IDX) TO ERR-DESCRIPCION.
042200     MOVE TAB-CAT-CATEGORIA (TAB-IDX) TO ERR-CATEGORIA.
042300     MOVE TAB-CAT-ACCION (TAB-IDX) TO ERR-ACCION.
042400     MOVE TAB-CAT-REINTENTAR (TAB-IDX) TO ERR-REINTENTAR.
042500     WRITE ERR-RECORD.
042600     IF ERR-FILE-STATUS NOT = "00" THEN
042700         MOVE TAB-CAT-CODIGO (TAB-IDX) TO SAL-CODIGO
042800         DISPLAY "IFUEMNT: ERROR " ERR-FILE-STATUS
042900             " GRABANDO " SAL-CODIGO
043000         SET GRABACION-MAL TO TRUE
043100         MOVE TAB-USADOS TO TAB-IDX
043200     END-IF.
043300 8100-GRABAR-CODIGO-EXIT.
043400     EXIT.
043500 END PROGRAM     IFUEMNT.
