001600*    audit stamps keep resolving. Saving requires a supervisor
001700*    session (IFUSIGN), except on first use while IFUOPE does
001800*    not exist yet - somebody has to key the first supervisor.
001810*    Every change saved is also appended, with its before and
001820*    after image, operator and time, to the master change
001830*    journal IFUCAM.
001900*
002000*    MODIFICATION HISTORY.
002100*    DATE       INIT DESCRIPTION
002200*    2026-09-01 SIS  Original operator maintenance.
002210*    2026-10-15 SIS  APPEND EVERY SAVED ADD, CHANGE, SUSPENSION
002220*                    AND REACTIVATION, WITH BEFORE AND AFTER
002230*                    IMAGE, SIGNED-ON OPERATOR AND TIME, TO THE
002240*                    MASTER CHANGE JOURNAL IFUCAM.
002250*    2026-10-15 SIS  STAMP THE JOURNAL LINES WITH THE DATE AND
002260*                    TIME OF THE SAVE, NOT OF THE KEYING, SO AN
002270*                    EDIT SAVED AFTER MIDNIGHT DATES TO THE DAY IT
002280*                    TOOK EFFECT.
002300******************************************************************
002400 ENVIRONMENT     DIVISION.
002500 CONFIGURATION   SECTION.
003100     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS SES-FILE-STATUS.
003310     SELECT OPTIONAL CAM-FILE ASSIGN TO "IFUCAM"
003320         ORGANIZATION LINE SEQUENTIAL
003330         FILE STATUS IS CAM-FILE-STATUS.
003400 DATA            DIVISION.
003500 FILE SECTION.
003600 COPY IFUOPE.
003700 COPY IFUSES.
003710 COPY IFUCAM.
003800 WORKING-STORAGE SECTION.
003900 01  OPE-FILE-STATUS         PIC X(02).
004000 01  SES-FILE-STATUS         PIC X(02).
004010 01  CAM-FILE-STATUS         PIC X(02).
004100******************************************************************
004200*    SWITCHES AND COUNTERS.
004300******************************************************************
005700     88  ARCHIVO-NUEVO                    VALUE "S".
005800 77  SESION-SUPER-SW      PIC X(01)       VALUE "N".
005900     88  SESION-SUPER                     VALUE "S".
005910 77  OPERADOR-SESION      PIC X(06)       VALUE SPACES.
006000******************************************************************
006100*    AUTHORIZATION LEVELS.
006200******************************************************************
007600         10  TAB-OPE-NOMBRE      PIC X(30).
007700         10  TAB-OPE-NIVEL       PIC 9(01).
007800         10  TAB-OPE-ACTIVO      PIC X(01).
007805******************************************************************
007810*    CHANGES MADE IN THE SESSION, FOR IFUCAM.
007815******************************************************************
007820 77  CAM-MAXIMO           PIC 9(03) COMP  VALUE 100.
007825 77  CAM-USADOS           PIC 9(03) COMP  VALUE 0.
007830 77  CAM-IDX              PIC 9(03) COMP  VALUE 0.
007835 01  TAB-CAMBIOS.
007840     05  TAB-CAM OCCURS 100 TIMES.
007855         10  TAB-CAM-ACCION      PIC X(01).
007860         10  TAB-CAM-CLAVE       PIC X(20).
007865         10  TAB-CAM-ANTES       PIC X(80).
007870         10  TAB-CAM-DESPUES     PIC X(80).
007875 01  CAMBIO-ACCION           PIC X(01).
007877 01  CAMBIO-FECHA            PIC 9(08).
007879 01  CAMBIO-HORA             PIC 9(08).
007880 01  CAMBIO-ANTES            PIC X(80).
007900******************************************************************
008000*    OPERATOR ENTRIES.
008100******************************************************************
014300     EXIT.
014400******************************************************************
014500*    1500-LEER-SESION.
014600*    WHO IS SIGNED ON, FOR THE SUPERVISOR GATE ON THE SAVE
014650*    AND THE OPERATOR STAMPED INTO IFUCAM.
014700******************************************************************
014800 1500-LEER-SESION.
014900     MOVE "N" TO SESION-SUPER-SW.
014910     MOVE SPACES TO OPERADOR-SESION.
015000     OPEN INPUT SES-FILE.
015100     IF SES-FILE-STATUS = "00" THEN
015200         READ SES-FILE
015300             AT END
015400                 CONTINUE
015500             NOT AT END
015510                 MOVE SES-OPERADOR TO OPERADOR-SESION
015600                 IF SES-SUPERVISOR THEN
015700                     SET SESION-SUPER TO TRUE
015800                 END-IF
022400*    4000-ALTA.
022500******************************************************************
022600 4000-ALTA.
022610     IF CAM-USADOS >= CAM-MAXIMO THEN
022620         DISPLAY "IFUOMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
022630             "VUELVA A ENTRAR"
022640         GO TO 4000-ALTA-EXIT
022650     END-IF.
022700     IF TAB-USADOS >= TAB-MAXIMO THEN
022800         DISPLAY "IFUOMNT: TABLA COMPLETA, NO HAY LUGAR"
022900         GO TO 4000-ALTA-EXIT
025100     MOVE ENT-NIVEL TO TAB-OPE-NIVEL (TAB-USADOS).
025200     MOVE "S" TO TAB-OPE-ACTIVO (TAB-USADOS).
025300     SET HAY-CAMBIOS TO TRUE.
025310     MOVE TAB-USADOS TO TAB-IDX.
025320     MOVE SPACES TO CAMBIO-ANTES.
025330     MOVE "A" TO CAMBIO-ACCION.
025340     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
025400     DISPLAY "IFUOMNT: ALTA REGISTRADA: " ENT-CODIGO.
025500 4000-ALTA-EXIT.
025600     EXIT.
025800*    5000-MODIFICAR.
025900******************************************************************
026000 5000-MODIFICAR.
026010     IF CAM-USADOS >= CAM-MAXIMO THEN
026020         DISPLAY "IFUOMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
026030             "VUELVA A ENTRAR"
026040         GO TO 5000-MODIFICAR-EXIT
026050     END-IF.
026100     DISPLAY "IFUOMNT: CODIGO DE OPERADOR A MODIFICAR".
026200     MOVE SPACES TO ENT-CODIGO.
026300     ACCEPT ENT-CODIGO.
027100     IF NOT ENTRADA-VALIDA THEN
027200         GO TO 5000-MODIFICAR-EXIT
027300     END-IF.
027310     MOVE TAB-OPE (TAB-IDX) TO CAMBIO-ANTES.
027400     MOVE ENT-NOMBRE TO TAB-OPE-NOMBRE (TAB-IDX).
027500     MOVE ENT-NIVEL TO TAB-OPE-NIVEL (TAB-IDX).
027600     SET HAY-CAMBIOS TO TRUE.
027610     MOVE "M" TO CAMBIO-ACCION.
027620     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
027700     DISPLAY "IFUOMNT: MODIFICACION REGISTRADA: " ENT-CODIGO.
027800 5000-MODIFICAR-EXIT.
027900     EXIT.
028300*    STAMPS KEEP RESOLVING TO A NAME.
028400******************************************************************
028500 6000-BAJA.
028510     IF CAM-USADOS >= CAM-MAXIMO THEN
028520         DISPLAY "IFUOMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
028530             "VUELVA A ENTRAR"
028540         GO TO 6000-BAJA-EXIT
028550     END-IF.
028600     DISPLAY "IFUOMNT: CODIGO DE OPERADOR A SUSPENDER".
028700     MOVE SPACES TO ENT-CODIGO.
028800     ACCEPT ENT-CODIGO.
029200         DISPLAY "IFUOMNT: NO EXISTE EL OPERADOR " ENT-CODIGO
029300         GO TO 6000-BAJA-EXIT
029400     END-IF.
029410     MOVE TAB-OPE (TAB-IDX) TO CAMBIO-ANTES.
029500     MOVE "N" TO TAB-OPE-ACTIVO (TAB-IDX).
029600     SET HAY-CAMBIOS TO TRUE.
029610     MOVE "B" TO CAMBIO-ACCION.
029620     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
029700     DISPLAY "IFUOMNT: OPERADOR SUSPENDIDO: " ENT-CODIGO.
029800 6000-BAJA-EXIT.
029900     EXIT.
030100*    7000-REACTIVAR.
030200******************************************************************
030300 7000-REACTIVAR.
030310     IF CAM-USADOS >= CAM-MAXIMO THEN
030320         DISPLAY "IFUOMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
030330             "VUELVA A ENTRAR"
030340         GO TO 7000-REACTIVAR-EXIT
030350     END-IF.
030400     DISPLAY "IFUOMNT: CODIGO DE OPERADOR A REACTIVAR".
030500     MOVE SPACES TO ENT-CODIGO.
030600     ACCEPT ENT-CODIGO.
031000         DISPLAY "IFUOMNT: NO EXISTE EL OPERADOR " ENT-CODIGO
031100         GO TO 7000-REACTIVAR-EXIT
031200     END-IF.
031210     MOVE TAB-OPE (TAB-IDX) TO CAMBIO-ANTES.
031300     MOVE "S" TO TAB-OPE-ACTIVO (TAB-IDX).
031400     SET HAY-CAMBIOS TO TRUE.
031410     MOVE "R" TO CAMBIO-ACCION.
031420     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
031500     DISPLAY "IFUOMNT: OPERADOR REACTIVADO: " ENT-CODIGO.
031600 7000-REACTIVAR-EXIT.
031700     EXIT.
035600     SET ENTRADA-VALIDA TO TRUE.
035700 7600-PEDIR-DATOS-EXIT.
035800     EXIT.
035805******************************************************************
035810*    7800-ANOTAR-CAMBIO.
035815*    THE CHANGE JUST MADE ON TAB-IDX: CAMBIO-ANTES BEFORE, THE
035820*    TABLE LINE AFTER.
035825******************************************************************
035830 7800-ANOTAR-CAMBIO.
035835     ADD 1 TO CAM-USADOS.
035850     MOVE CAMBIO-ACCION TO TAB-CAM-ACCION (CAM-USADOS).
035855     MOVE TAB-OPE-CODIGO (TAB-IDX) TO TAB-CAM-CLAVE (CAM-USADOS).
035860     MOVE CAMBIO-ANTES TO TAB-CAM-ANTES (CAM-USADOS).
035865     MOVE TAB-OPE (TAB-IDX) TO TAB-CAM-DESPUES (CAM-USADOS).
035870 7800-ANOTAR-CAMBIO-EXIT.
035875     EXIT.
035900******************************************************************
036000*    8000-GRABAR-ARCHIVO.
036100*    WRITE THE WHOLE TABLE BACK, ONLY IF SOMETHING CHANGED AND
039500     ELSE
039600         DISPLAY "IFUOMNT: IFUOPE ACTUALIZADO, " TAB-USADOS
039700             " OPERADORES"
039710         PERFORM 8200-GRABAR-CAMBIOS
039720             THRU 8200-GRABAR-CAMBIOS-EXIT
039800     END-IF.
039900 8000-GRABAR-ARCHIVO-EXIT.
040000     EXIT.
041300     END-IF.
041400 8100-GRABAR-OPERADOR-EXIT.
041500     EXIT.
041510******************************************************************
041520*    8200-GRABAR-CAMBIOS.
041530*    APPEND THE SESSION'S CHANGES TO THE MASTER CHANGE JOURNAL.
041540*    IFUOPE IS ALREADY REWRITTEN, SO A FAILURE HERE IS ONLY
041550*    REPORTED. EVERY LINE CARRIES THE DATE AND TIME OF THIS SAVE,
041555*    WHEN THE CHANGES TOOK EFFECT.
041560******************************************************************
041570 8200-GRABAR-CAMBIOS.
041580     OPEN EXTEND CAM-FILE.
041590     IF CAM-FILE-STATUS NOT = "00"
041600             AND CAM-FILE-STATUS NOT = "05" THEN
041610         DISPLAY "IFUOMNT: NO SE PUDO GRABAR IFUCAM, ESTADO "
041620             CAM-FILE-STATUS
041630         GO TO 8200-GRABAR-CAMBIOS-EXIT
041640     END-IF.
041642     ACCEPT CAMBIO-FECHA FROM DATE YYYYMMDD.
041644     ACCEPT CAMBIO-HORA FROM TIME.
041650     MOVE 0 TO CAM-IDX.
041660     PERFORM 8210-GRABAR-CAMBIO
041670         THRU 8210-GRABAR-CAMBIO-EXIT
041680         UNTIL CAM-IDX >= CAM-USADOS.
041690     CLOSE CAM-FILE.
041700 8200-GRABAR-CAMBIOS-EXIT.
041710     EXIT.
041720 8210-GRABAR-CAMBIO.
041730     ADD 1 TO CAM-IDX.
041740     MOVE CAMBIO-FECHA TO CAM-FECHA.
041750     MOVE CAMBIO-HORA TO CAM-HORA.
041760     MOVE "IFUOPE" TO CAM-ARCHIVO.
041770     MOVE TAB-CAM-ACCION (CAM-IDX) TO CAM-ACCION.
041780     MOVE OPERADOR-SESION TO CAM-OPERADOR.
041790     MOVE TAB-CAM-CLAVE (CAM-IDX) TO CAM-CLAVE.
041800     MOVE TAB-CAM-ANTES (CAM-IDX) TO CAM-ANTES.
041810     MOVE TAB-CAM-DESPUES (CAM-IDX) TO CAM-DESPUES.
041820     WRITE CAM-RECORD.
041830     IF CAM-FILE-STATUS NOT = "00" THEN
041840         DISPLAY "IFUOMNT: ERROR " CAM-FILE-STATUS
041850             " GRABANDO IFUCAM"
041860         MOVE CAM-USADOS TO CAM-IDX
041870     END-IF.
041880 8210-GRABAR-CAMBIO-EXIT.
041890     EXIT.
042500 END PROGRAM     IFUOMNT.
