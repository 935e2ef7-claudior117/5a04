000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUPMNT.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUPMNT
000900*    Period-status maintenance over IFUPER, built the same way
001000*    as the station maintenance IFUMANT: the file is loaded
001100*    into a table, worked on with a lettered menu (list, seal,
001200*    re-open) and written back whole when the operator
001300*    finishes with F. Only a supervisor (IFUSIGN) gets in.
001400*    A month can be sealed once its tax upload has been
001500*    exported (IFUCITI) and the month is over; from then on
001600*    IFUPOS, IFUARQE, IFULOAD and IFUARCH refuse anything that
001700*    would add to it or change it. Re-opening a sealed month
001800*    asks for a reason, sends it back to open (the book and
001900*    the upload have to be issued again) and counts it on the
002000*    line. Every seal and re-opening is also appended to the
002100*    trace file IFUPERT with the old and new status, the
002200*    operator, the date and time and the reason, once IFUPER
002300*    has been written back.
002400*
002500*    MODIFICATION HISTORY.
002600*    DATE       INIT DESCRIPTION
002700*    2026-10-15 SIS  Original period-status maintenance.
002800******************************************************************
002900 ENVIRONMENT     DIVISION.
003000 CONFIGURATION   SECTION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL PER-FILE ASSIGN TO "IFUPER"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS PER-FILE-STATUS.
003600     SELECT OPTIONAL TRZ-FILE ASSIGN TO "IFUPERT"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS TRZ-FILE-STATUS.
003900     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS SES-FILE-STATUS.
004200 DATA            DIVISION.
004300 FILE SECTION.
004400 COPY IFUPER.
004500 FD  TRZ-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  TRZ-RECORD.
004800     05  TRZ-PERIODO         PIC 9(06).
004900     05  TRZ-ACCION          PIC X(01).
005000     05  TRZ-ESTADO-ANTES    PIC X(01).
005100     05  TRZ-ESTADO-DESPUES  PIC X(01).
005200     05  TRZ-OPERADOR        PIC X(06).
005300     05  TRZ-FECHA           PIC 9(08).
005400     05  TRZ-HORA            PIC 9(08).
005500     05  TRZ-MOTIVO          PIC X(30).
005600 COPY IFUSES.
005700 WORKING-STORAGE SECTION.
005800 01  PER-FILE-STATUS         PIC X(02).
005900 01  TRZ-FILE-STATUS         PIC X(02).
006000 01  SES-FILE-STATUS         PIC X(02).
006100******************************************************************
006200*    SWITCHES AND COUNTERS.
006300******************************************************************
006400 77  PER-EOF-SW           PIC X(01)       VALUE "N".
006500     88  PER-EOF                          VALUE "Y".
006600 77  FIN-MENU-SW          PIC X(01)       VALUE "N".
006700     88  FIN-MENU                         VALUE "S".
006800 77  ENTRADA-VALIDA-SW    PIC X(01)       VALUE "N".
006900     88  ENTRADA-VALIDA                   VALUE "S".
007000 77  CAMBIOS-SW           PIC X(01)       VALUE "N".
007100     88  HAY-CAMBIOS                      VALUE "S".
007200 77  CARGA-TRUNCA-SW      PIC X(01)       VALUE "N".
007300     88  CARGA-TRUNCA                     VALUE "S".
007400 77  GRABACION-MAL-SW     PIC X(01)       VALUE "N".
007500     88  GRABACION-MAL                    VALUE "S".
007600 77  SESION-SUPER-SW      PIC X(01)       VALUE "N".
007700     88  SESION-SUPER                     VALUE "S".
007800 77  OPERADOR-SESION      PIC X(06)       VALUE SPACES.
007900 77  FECHA-HOY            PIC 9(08)       VALUE 0.
008000 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
008100******************************************************************
008200*    PERIOD TABLE, ONE ENTRY PER IFUPER LINE, SAME LAYOUT.
008300******************************************************************
008400 77  PER-MAXIMO           PIC 9(03) COMP  VALUE 300.
008500 77  PER-USADOS           PIC 9(03) COMP  VALUE 0.
008600 77  PER-IDX              PIC 9(03) COMP  VALUE 0.
008700 77  PER-HALLADO-SW       PIC X(01)       VALUE "N".
008800     88  PER-HALLADO                      VALUE "S".
008900 01  TAB-PERIODOS.
009000     05  TAB-PER OCCURS 300 TIMES.
009100         10  TAB-PER-PERIODO         PIC 9(06).
009200         10  TAB-PER-ESTADO          PIC X(01).
009300         10  TAB-PER-LIBRO-OPERADOR  PIC X(06).
009400         10  TAB-PER-LIBRO-FECHA     PIC 9(08).
009500         10  TAB-PER-EXPORT-OPERADOR PIC X(06).
009600         10  TAB-PER-EXPORT-FECHA    PIC 9(08).
009700         10  TAB-PER-SELLO-OPERADOR  PIC X(06).
009800         10  TAB-PER-SELLO-FECHA     PIC 9(08).
009900         10  TAB-PER-REAPERTURAS     PIC 9(03).
010000         10  TAB-PER-REAP-OPERADOR   PIC X(06).
010100         10  TAB-PER-REAP-FECHA      PIC 9(08).
010200         10  TAB-PER-REAP-MOTIVO     PIC X(30).
010300******************************************************************
010400*    TRACE LINES WAITING FOR THE SAVE.
010500******************************************************************
010600 77  TRZ-MAXIMO           PIC 9(03) COMP  VALUE 100.
010700 77  TRZ-USADOS           PIC 9(03) COMP  VALUE 0.
010800 77  TRZ-IDX              PIC 9(03) COMP  VALUE 0.
010900 01  TAB-TRAZAS.
011000     05  TAB-TRZ OCCURS 100 TIMES.
011100         10  TAB-TRZ-PERIODO         PIC 9(06).
011200         10  TAB-TRZ-ACCION          PIC X(01).
011300         10  TAB-TRZ-ESTADO-ANTES    PIC X(01).
011400         10  TAB-TRZ-ESTADO-DESPUES  PIC X(01).
011500         10  TAB-TRZ-OPERADOR        PIC X(06).
011600         10  TAB-TRZ-FECHA           PIC 9(08).
011700         10  TAB-TRZ-HORA            PIC 9(08).
011800         10  TAB-TRZ-MOTIVO          PIC X(30).
011900******************************************************************
012000*    OPERATOR ENTRIES.
012100******************************************************************
012200 01  OPCION                  PIC X(01).
012300 01  ENT-PERIODO             PIC 9(06)    VALUE 0.
012400 01  ENT-PERIODO-R REDEFINES ENT-PERIODO.
012500     05  ENT-ANIO            PIC 9(04).
012600     05  ENT-MES             PIC 9(02).
012700         88  ENT-MES-VALIDO               VALUE 1 THRU 12.
012800 01  ENT-MOTIVO              PIC X(30).
012900 01  ESTADO-ANTERIOR         PIC X(01).
013000 01  HORA-ACCION             PIC 9(08)    VALUE 0.
013100******************************************************************
013200*    DISPLAY EDITING.
013300******************************************************************
013400 01  SAL-REAPERTURAS         PIC ZZ9.
013500 PROCEDURE       DIVISION.
013600******************************************************************
013700*    0000-MAINLINE.
013800******************************************************************
013900 0000-MAINLINE.
014000     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
014100     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
014200     PERFORM 1500-LEER-SESION THRU 1500-LEER-SESION-EXIT.
014300     IF SESION-SUPER THEN
014400         PERFORM 1000-CARGAR-ARCHIVO
014500             THRU 1000-CARGAR-ARCHIVO-EXIT
014600     ELSE
014700         DISPLAY "IFUPMNT: SE REQUIERE SESION DE SUPERVISOR "
014800             "(IFUSIGN)"
014900         SET FIN-MENU TO TRUE
015000     END-IF.
015100     PERFORM 2000-CICLO-MENU
015200         THRU 2000-CICLO-MENU-EXIT
015300         UNTIL FIN-MENU.
015400     PERFORM 8000-GRABAR-ARCHIVO THRU 8000-GRABAR-ARCHIVO-EXIT.
015500     STOP RUN.
015600******************************************************************
015700*    1000-CARGAR-ARCHIVO.
015800******************************************************************
015900 1000-CARGAR-ARCHIVO.
016000     OPEN INPUT PER-FILE.
016100     IF PER-FILE-STATUS = "00" THEN
016200         PERFORM 1100-CARGAR-PERIODO
016300             THRU 1100-CARGAR-PERIODO-EXIT
016400             UNTIL PER-EOF
016500         CLOSE PER-FILE
016600     ELSE
016700         IF PER-FILE-STATUS = "05" THEN
016800             CLOSE PER-FILE
016900             DISPLAY "IFUPMNT: IFUPER NO EXISTE, TODOS LOS "
017000                 "PERIODOS ESTAN ABIERTOS"
017100         ELSE
017200             DISPLAY "IFUPMNT: NO SE PUDO ABRIR IFUPER, ESTADO "
017300                 PER-FILE-STATUS
017400             SET FIN-MENU TO TRUE
017500         END-IF
017600     END-IF.
017700 1000-CARGAR-ARCHIVO-EXIT.
017800     EXIT.
017900 1100-CARGAR-PERIODO.
018000     READ PER-FILE
018100         AT END
018200             SET PER-EOF TO TRUE
018300         NOT AT END
018400             IF PER-USADOS < PER-MAXIMO THEN
018500                 ADD 1 TO PER-USADOS
018600                 MOVE PER-RECORD TO TAB-PER (PER-USADOS)
018700             ELSE
018800                 DISPLAY "IFUPMNT: TABLA COMPLETA, SE OMITE "
018900                     PER-PERIODO
019000                 SET CARGA-TRUNCA TO TRUE
019100             END-IF
019200     END-READ.
019300 1100-CARGAR-PERIODO-EXIT.
019400     EXIT.
019500******************************************************************
019600*    1500-LEER-SESION.
019700*    WHO IS SIGNED ON; NOBODY BUT A SUPERVISOR GETS IN.
019800******************************************************************
019900 1500-LEER-SESION.
020000     MOVE "N" TO SESION-SUPER-SW.
020100     MOVE SPACES TO OPERADOR-SESION.
020200     OPEN INPUT SES-FILE.
020300     IF SES-FILE-STATUS = "00" THEN
020400         READ SES-FILE
020500             AT END
020600                 CONTINUE
020700             NOT AT END
020800                 MOVE SES-OPERADOR TO OPERADOR-SESION
020900                 IF SES-SUPERVISOR THEN
021000                     SET SESION-SUPER TO TRUE
021100                 END-IF
021200         END-READ
021300         CLOSE SES-FILE
021400     ELSE
021500         IF SES-FILE-STATUS = "05" THEN
021600             CLOSE SES-FILE
021700         END-IF
021800     END-IF.
021900     IF OPERADOR-SESION NOT = SPACES THEN
022000         DISPLAY "IFUPMNT: SESION DE " OPERADOR-SESION
022100     END-IF.
022200 1500-LEER-SESION-EXIT.
022300     EXIT.
022400******************************************************************
022500*    2000-CICLO-MENU.
022600******************************************************************
022700 2000-CICLO-MENU.
022800     DISPLAY " ".
022900     DISPLAY "IFUPMNT: L=LISTAR S=SELLAR R=REABRIR F=FIN".
023000     MOVE SPACE TO OPCION.
023100     ACCEPT OPCION.
023200     EVALUATE OPCION
023300         WHEN "L"
023400         WHEN "l"
023500             PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
023600         WHEN "S"
023700         WHEN "s"
023800             PERFORM 4000-SELLAR THRU 4000-SELLAR-EXIT
023900         WHEN "R"
024000         WHEN "r"
024100             PERFORM 5000-REABRIR THRU 5000-REABRIR-EXIT
024200         WHEN "F"
024300         WHEN "f"
024400             SET FIN-MENU TO TRUE
024500         WHEN OTHER
024600             DISPLAY "IFUPMNT: OPCION NO RECONOCIDA"
024700     END-EVALUATE.
024800 2000-CICLO-MENU-EXIT.
024900     EXIT.
025000******************************************************************
025100*    3000-LISTAR.
025200*    ONE LINE PER MONTH: STATUS, THEN WHO AND WHEN FOR THE
025300*    BOOK (L), THE UPLOAD (E), THE SEAL (S) AND THE LAST
025400*    RE-OPENING (R) WITH THE NUMBER OF RE-OPENINGS.
025500******************************************************************
025600 3000-LISTAR.
025700     IF PER-USADOS = 0 THEN
025800         DISPLAY "IFUPMNT: SIN PERIODOS REGISTRADOS"
025900         GO TO 3000-LISTAR-EXIT
026000     END-IF.
026100     MOVE 0 TO PER-IDX.
026200     PERFORM 3100-LISTAR-UNO
026300         THRU 3100-LISTAR-UNO-EXIT
026400         UNTIL PER-IDX >= PER-USADOS.
026500 3000-LISTAR-EXIT.
026600     EXIT.
026700 3100-LISTAR-UNO.
026800     ADD 1 TO PER-IDX.
026900     MOVE TAB-PER-REAPERTURAS (PER-IDX) TO SAL-REAPERTURAS.
027000     DISPLAY "  " TAB-PER-PERIODO (PER-IDX)
027100         " " TAB-PER-ESTADO (PER-IDX)
027200         " L " TAB-PER-LIBRO-OPERADOR (PER-IDX)
027300         " " TAB-PER-LIBRO-FECHA (PER-IDX)
027400         " E " TAB-PER-EXPORT-OPERADOR (PER-IDX)
027500         " " TAB-PER-EXPORT-FECHA (PER-IDX)
027600         " S " TAB-PER-SELLO-OPERADOR (PER-IDX)
027700         " " TAB-PER-SELLO-FECHA (PER-IDX).
027800     IF TAB-PER-REAPERTURAS (PER-IDX) > 0 THEN
027900         DISPLAY "         R " TAB-PER-REAP-OPERADOR (PER-IDX)
028000             " " TAB-PER-REAP-FECHA (PER-IDX)
028100             " X" SAL-REAPERTURAS
028200             " " TAB-PER-REAP-MOTIVO (PER-IDX)
028300     END-IF.
028400 3100-LISTAR-UNO-EXIT.
028500     EXIT.
028600******************************************************************
028700*    4000-SELLAR.
028800*    ONLY A MONTH THAT IS OVER AND WHOSE UPLOAD WAS EXPORTED.
028900******************************************************************
029000 4000-SELLAR.
029100     PERFORM 7000-PEDIR-PERIODO THRU 7000-PEDIR-PERIODO-EXIT.
029200     IF NOT ENTRADA-VALIDA THEN
029300         GO TO 4000-SELLAR-EXIT
029400     END-IF.
029500     IF ENT-PERIODO NOT < PERIODO-ACTUAL THEN
029600         DISPLAY "IFUPMNT: EL PERIODO " ENT-PERIODO
029700             " NO HA TERMINADO, NO SE PUEDE SELLAR"
029800         GO TO 4000-SELLAR-EXIT
029900     END-IF.
030000     IF NOT PER-HALLADO THEN
030100         DISPLAY "IFUPMNT: EL PERIODO " ENT-PERIODO
030200             " ESTA ABIERTO; EMITA EL LIBRO (IFUIVA) Y EXPORTE "
030300             "(IFUCITI) ANTES DE SELLAR"
030400         GO TO 4000-SELLAR-EXIT
030500     END-IF.
030600     IF TAB-PER-ESTADO (PER-IDX) = "S" THEN
030700         DISPLAY "IFUPMNT: EL PERIODO " ENT-PERIODO
030800             " YA ESTA SELLADO"
030900         GO TO 4000-SELLAR-EXIT
031000     END-IF.
031100     IF TAB-PER-ESTADO (PER-IDX) NOT = "E" THEN
031200         DISPLAY "IFUPMNT: EL PERIODO " ENT-PERIODO
031300             " NO FUE EXPORTADO (IFUCITI), ESTADO "
031400             TAB-PER-ESTADO (PER-IDX)
031500         GO TO 4000-SELLAR-EXIT
031600     END-IF.
031700     MOVE TAB-PER-ESTADO (PER-IDX) TO ESTADO-ANTERIOR.
031800     MOVE "S" TO TAB-PER-ESTADO (PER-IDX).
031900     MOVE OPERADOR-SESION TO TAB-PER-SELLO-OPERADOR (PER-IDX).
032000     MOVE FECHA-HOY TO TAB-PER-SELLO-FECHA (PER-IDX).
032100     MOVE SPACES TO ENT-MOTIVO.
032200     PERFORM 7500-ANOTAR-TRAZA THRU 7500-ANOTAR-TRAZA-EXIT.
032300     DISPLAY "IFUPMNT: PERIODO SELLADO: " ENT-PERIODO.
032400 4000-SELLAR-EXIT.
032500     EXIT.
032600******************************************************************
032700*    5000-REABRIR.
032800*    A SEALED MONTH GOES BACK TO OPEN WITH A REASON; THE BOOK
032900*    AND THE UPLOAD STAMPS STAY UNTIL THEY ARE ISSUED AGAIN.
033000******************************************************************
033100 5000-REABRIR.
033200     PERFORM 7000-PEDIR-PERIODO THRU 7000-PEDIR-PERIODO-EXIT.
033300     IF NOT ENTRADA-VALIDA THEN
033400         GO TO 5000-REABRIR-EXIT
033500     END-IF.
033600     IF NOT PER-HALLADO THEN
033700         DISPLAY "IFUPMNT: EL PERIODO " ENT-PERIODO
033800             " NO ESTA SELLADO"
033900         GO TO 5000-REABRIR-EXIT
034000     END-IF.
034100     IF TAB-PER-ESTADO (PER-IDX) NOT = "S" THEN
034200         DISPLAY "IFUPMNT: EL PERIODO " ENT-PERIODO
034300             " NO ESTA SELLADO"
034400         GO TO 5000-REABRIR-EXIT
034500     END-IF.
034600     DISPLAY "IFUPMNT: MOTIVO DE LA REAPERTURA".
034700     MOVE SPACES TO ENT-MOTIVO.
034800     ACCEPT ENT-MOTIVO.
034900     IF ENT-MOTIVO = SPACES THEN
035000         DISPLAY "IFUPMNT: EL MOTIVO NO PUEDE SER BLANCO"
035100         GO TO 5000-REABRIR-EXIT
035200     END-IF.
035300     MOVE TAB-PER-ESTADO (PER-IDX) TO ESTADO-ANTERIOR.
035400     MOVE "A" TO TAB-PER-ESTADO (PER-IDX).
035500     IF TAB-PER-REAPERTURAS (PER-IDX) < 999 THEN
035600         ADD 1 TO TAB-PER-REAPERTURAS (PER-IDX)
035700     END-IF.
035800     MOVE OPERADOR-SESION TO TAB-PER-REAP-OPERADOR (PER-IDX).
035900     MOVE FECHA-HOY TO TAB-PER-REAP-FECHA (PER-IDX).
036000     MOVE ENT-MOTIVO TO TAB-PER-REAP-MOTIVO (PER-IDX).
036100     PERFORM 7500-ANOTAR-TRAZA THRU 7500-ANOTAR-TRAZA-EXIT.
036200     DISPLAY "IFUPMNT: PERIODO REABIERTO: " ENT-PERIODO.
036300 5000-REABRIR-EXIT.
036400     EXIT.
036500******************************************************************
036600*    7000-PEDIR-PERIODO.
036700*    AAAAMM, LOOKED UP IN THE TABLE (PER-IDX WHEN FOUND). NO
036800*    MORE ACTIONS ONCE THE PENDING TRACE IS FULL.
036900******************************************************************
037000 7000-PEDIR-PERIODO.
037100     MOVE "N" TO ENTRADA-VALIDA-SW.
037200     IF TRZ-USADOS >= TRZ-MAXIMO THEN
037300         DISPLAY "IFUPMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
037400             "VUELVA A ENTRAR"
037500         GO TO 7000-PEDIR-PERIODO-EXIT
037600     END-IF.
037700     DISPLAY "IFUPMNT: PERIODO (AAAAMM)".
037800     MOVE 0 TO ENT-PERIODO.
037900     ACCEPT ENT-PERIODO.
038000     IF ENT-ANIO < 2000 OR NOT ENT-MES-VALIDO THEN
038100         DISPLAY "IFUPMNT: PERIODO INVALIDO " ENT-PERIODO
038200         GO TO 7000-PEDIR-PERIODO-EXIT
038300     END-IF.
038400     MOVE "N" TO PER-HALLADO-SW.
038500     MOVE 0 TO PER-IDX.
038600     PERFORM 7010-PROBAR-PERIODO
038700         THRU 7010-PROBAR-PERIODO-EXIT
038800         UNTIL PER-HALLADO OR PER-IDX >= PER-USADOS.
038900     SET ENTRADA-VALIDA TO TRUE.
039000 7000-PEDIR-PERIODO-EXIT.
039100     EXIT.
039200 7010-PROBAR-PERIODO.
039300     ADD 1 TO PER-IDX.
039400     IF TAB-PER-PERIODO (PER-IDX) = ENT-PERIODO THEN
039500         SET PER-HALLADO TO TRUE
039600     END-IF.
039700 7010-PROBAR-PERIODO-EXIT.
039800     EXIT.
039900******************************************************************
040000*    7500-ANOTAR-TRAZA.
040100*    THE CHANGE JUST MADE ON PER-IDX, KEPT FOR IFUPERT.
040200******************************************************************
040300 7500-ANOTAR-TRAZA.
040400     ACCEPT HORA-ACCION FROM TIME.
040500     ADD 1 TO TRZ-USADOS.
040600     MOVE TAB-PER-PERIODO (PER-IDX)
040700         TO TAB-TRZ-PERIODO (TRZ-USADOS).
040800     MOVE OPCION TO TAB-TRZ-ACCION (TRZ-USADOS).
040900     INSPECT TAB-TRZ-ACCION (TRZ-USADOS)
041000         CONVERTING "sr" TO "SR".
041100     MOVE ESTADO-ANTERIOR TO TAB-TRZ-ESTADO-ANTES (TRZ-USADOS).
041200     MOVE TAB-PER-ESTADO (PER-IDX)
041300         TO TAB-TRZ-ESTADO-DESPUES (TRZ-USADOS).
041400     MOVE OPERADOR-SESION TO TAB-TRZ-OPERADOR (TRZ-USADOS).
041500     MOVE FECHA-HOY TO TAB-TRZ-FECHA (TRZ-USADOS).
041600     MOVE HORA-ACCION TO TAB-TRZ-HORA (TRZ-USADOS).
041700     MOVE ENT-MOTIVO TO TAB-TRZ-MOTIVO (TRZ-USADOS).
041800     SET HAY-CAMBIOS TO TRUE.
041900 7500-ANOTAR-TRAZA-EXIT.
042000     EXIT.
042100******************************************************************
042200*    8000-GRABAR-ARCHIVO.
042300*    WRITE THE WHOLE TABLE BACK, ONLY IF SOMETHING CHANGED AND
042400*    NEVER AFTER A TRUNCATED LOAD; THEN APPEND THE TRACE.
042500******************************************************************
042600 8000-GRABAR-ARCHIVO.
042700     IF NOT HAY-CAMBIOS THEN
042800         DISPLAY "IFUPMNT: SIN CAMBIOS, IFUPER NO SE TOCA"
042900         GO TO 8000-GRABAR-ARCHIVO-EXIT
043000     END-IF.
043100     IF CARGA-TRUNCA THEN
043200         DISPLAY "IFUPMNT: CARGA INCOMPLETA, IFUPER NO SE "
043300             "REESCRIBE PARA NO PERDER PERIODOS"
043400         GO TO 8000-GRABAR-ARCHIVO-EXIT
043500     END-IF.
043600     OPEN OUTPUT PER-FILE.
043700     IF PER-FILE-STATUS NOT = "00"
043800             AND PER-FILE-STATUS NOT = "05" THEN
043900         DISPLAY "IFUPMNT: NO SE PUDO REESCRIBIR IFUPER, "
044000             "ESTADO " PER-FILE-STATUS
044100         GO TO 8000-GRABAR-ARCHIVO-EXIT
044200     END-IF.
044300     MOVE 0 TO PER-IDX.
044400     PERFORM 8100-GRABAR-PERIODO
044500         THRU 8100-GRABAR-PERIODO-EXIT
044600         UNTIL PER-IDX >= PER-USADOS.
044700     CLOSE PER-FILE.
044800     IF GRABACION-MAL THEN
044900         DISPLAY "IFUPMNT: REESCRITURA INCOMPLETA, RECUPERE "
045000             "IFUPER ANTES DE USARLO"
045100         GO TO 8000-GRABAR-ARCHIVO-EXIT
045200     END-IF.
045300     DISPLAY "IFUPMNT: IFUPER ACTUALIZADO, " PER-USADOS
045400         " PERIODOS, POR " OPERADOR-SESION.
045500     PERFORM 8200-GRABAR-TRAZAS THRU 8200-GRABAR-TRAZAS-EXIT.
045600 8000-GRABAR-ARCHIVO-EXIT.
045700     EXIT.
045800 8100-GRABAR-PERIODO.
045900     ADD 1 TO PER-IDX.
046000     MOVE TAB-PER (PER-IDX) TO PER-RECORD.
046100     WRITE PER-RECORD.
046200     IF PER-FILE-STATUS NOT = "00" THEN
046300         DISPLAY "IFUPMNT: ERROR " PER-FILE-STATUS
046400             " GRABANDO " TAB-PER-PERIODO (PER-IDX)
046500         SET GRABACION-MAL TO TRUE
046600         MOVE PER-USADOS TO PER-IDX
046700     END-IF.
046800 8100-GRABAR-PERIODO-EXIT.
046900     EXIT.
047000******************************************************************
047100*    8200-GRABAR-TRAZAS.
047200******************************************************************
047300 8200-GRABAR-TRAZAS.
047400     OPEN EXTEND TRZ-FILE.
047500     IF TRZ-FILE-STATUS NOT = "00"
047600             AND TRZ-FILE-STATUS NOT = "05" THEN
047700         DISPLAY "IFUPMNT: NO SE PUDO GRABAR IFUPERT, ESTADO "
047800             TRZ-FILE-STATUS
047900         GO TO 8200-GRABAR-TRAZAS-EXIT
048000     END-IF.
048100     MOVE 0 TO TRZ-IDX.
048200     PERFORM 8210-GRABAR-TRAZA
048300         THRU 8210-GRABAR-TRAZA-EXIT
048400         UNTIL TRZ-IDX >= TRZ-USADOS.
048500     CLOSE TRZ-FILE.
048600 8200-GRABAR-TRAZAS-EXIT.
048700     EXIT.
048800 8210-GRABAR-TRAZA.
048900     ADD 1 TO TRZ-IDX.
049000     MOVE TAB-TRZ (TRZ-IDX) TO TRZ-RECORD.
049100     WRITE TRZ-RECORD.
049200     IF TRZ-FILE-STATUS NOT = "00" THEN
049300         DISPLAY "IFUPMNT: ERROR " TRZ-FILE-STATUS
049400             " GRABANDO IFUPERT"
049500         MOVE TRZ-USADOS TO TRZ-IDX
049600     END-IF.
049700 8210-GRABAR-TRAZA-EXIT.
049800     EXIT.
049900 END PROGRAM     IFUPMNT.
