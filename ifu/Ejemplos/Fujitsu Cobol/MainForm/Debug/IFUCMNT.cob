001500*    weekday (Sundays); with a station code it closes only
001600*    that kiosk. IFUBATCH and IFUCTRL consult this file so a
001700*    holiday morning stops reading as a page of failures.
001710*    Every change saved is also appended, with its before and
001720*    after image, the signed-on operator (IFUSIGN) and time, to
001730*    the master change journal IFUCAM.
001800*
001900*    MODIFICATION HISTORY.
002000*    DATE       INIT DESCRIPTION
002100*    2026-09-01 SIS  Original trading-calendar maintenance.
002110*    2026-10-15 SIS  APPEND EVERY SAVED ADD AND DELETE, WITH
002120*                    BEFORE AND AFTER IMAGE, SIGNED-ON OPERATOR
002130*                    AND TIME, TO THE MASTER CHANGE JOURNAL
002140*                    IFUCAM.
002150*    2026-10-15 SIS  STAMP THE JOURNAL LINES WITH THE DATE AND
002160*                    TIME OF THE SAVE, NOT OF THE KEYING, SO AN
002170*                    EDIT SAVED AFTER MIDNIGHT DATES TO THE DAY IT
002180*                    TOOK EFFECT.
002200******************************************************************
002300 ENVIRONMENT     DIVISION.
002400 CONFIGURATION   SECTION.
002700     SELECT OPTIONAL CAL-FILE ASSIGN TO "IFUCAL"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS CAL-FILE-STATUS.
002910     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
002920         ORGANIZATION LINE SEQUENTIAL
002930         FILE STATUS IS SES-FILE-STATUS.
002940     SELECT OPTIONAL CAM-FILE ASSIGN TO "IFUCAM"
002950         ORGANIZATION LINE SEQUENTIAL
002960         FILE STATUS IS CAM-FILE-STATUS.
003000 DATA            DIVISION.
003100 FILE SECTION.
003200 COPY IFUCAL.
003210 COPY IFUSES.
003220 COPY IFUCAM.
003300 WORKING-STORAGE SECTION.
003400 01  CAL-FILE-STATUS         PIC X(02).
003410 01  SES-FILE-STATUS         PIC X(02).
003420 01  CAM-FILE-STATUS         PIC X(02).
003500******************************************************************
003600*    SWITCHES AND COUNTERS.
003700******************************************************************
004700     88  GRABACION-MAL                    VALUE "S".
004800 77  TAB-HALLADO-SW       PIC X(01)       VALUE "N".
004900     88  TAB-HALLADO                      VALUE "S".
004910 77  OPERADOR-SESION      PIC X(06)       VALUE SPACES.
005000******************************************************************
005100*    CALENDAR TABLE.
005200******************************************************************
006000         10  TAB-CAL-ESTACION    PIC X(10).
006100         10  TAB-CAL-DIA         PIC 9(01).
006200         10  TAB-CAL-DESCRIPCION PIC X(30).
006205******************************************************************
006210*    CHANGES MADE IN THE SESSION, FOR IFUCAM.
006215******************************************************************
006220 77  CAM-MAXIMO           PIC 9(03) COMP  VALUE 100.
006225 77  CAM-USADOS           PIC 9(03) COMP  VALUE 0.
006230 77  CAM-IDX              PIC 9(03) COMP  VALUE 0.
006235 01  TAB-CAMBIOS.
006240     05  TAB-CAM OCCURS 100 TIMES.
006255         10  TAB-CAM-ACCION      PIC X(01).
006260         10  TAB-CAM-CLAVE       PIC X(20).
006265         10  TAB-CAM-ANTES       PIC X(80).
006270         10  TAB-CAM-DESPUES     PIC X(80).
006275 01  CAMBIO-ACCION           PIC X(01).
006277 01  CAMBIO-FECHA            PIC 9(08).
006279 01  CAMBIO-HORA             PIC 9(08).
006280 01  CAMBIO-CLAVE            PIC X(20).
006285 01  CAMBIO-ANTES            PIC X(80).
006290 01  CAMBIO-DESPUES          PIC X(80).
006300******************************************************************
006400*    OPERATOR ENTRIES.
006500******************************************************************
007400******************************************************************
007500 0000-MAINLINE.
007600     PERFORM 1000-CARGAR-ARCHIVO THRU 1000-CARGAR-ARCHIVO-EXIT.
007610     PERFORM 1500-LEER-SESION THRU 1500-LEER-SESION-EXIT.
007700     PERFORM 2000-CICLO-MENU
007800         THRU 2000-CICLO-MENU-EXIT
007900         UNTIL FIN-MENU.
012300     END-READ.
012400 1100-CARGAR-LINEA-EXIT.
012500     EXIT.
012502******************************************************************
012504*    1500-LEER-SESION.
012506*    WHO IS SIGNED ON, FOR THE OPERATOR STAMPED INTO IFUCAM.
012508******************************************************************
012510 1500-LEER-SESION.
012512     MOVE SPACES TO OPERADOR-SESION.
012514     OPEN INPUT SES-FILE.
012516     IF SES-FILE-STATUS = "00" THEN
012518         READ SES-FILE
012520             AT END
012522                 CONTINUE
012524             NOT AT END
012526                 MOVE SES-OPERADOR TO OPERADOR-SESION
012528         END-READ
012530         CLOSE SES-FILE
012532     ELSE
012534         IF SES-FILE-STATUS = "05" THEN
012536             CLOSE SES-FILE
012538         END-IF
012540     END-IF.
012542 1500-LEER-SESION-EXIT.
012544     EXIT.
012600******************************************************************
012700*    2000-CICLO-MENU.
012800******************************************************************
019100*    4000-ALTA-FERIADO.
019200******************************************************************
019300 4000-ALTA-FERIADO.
019310     IF CAM-USADOS >= CAM-MAXIMO THEN
019320         DISPLAY "IFUCMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
019330             "VUELVA A ENTRAR"
019340         GO TO 4000-ALTA-FERIADO-EXIT
019350     END-IF.
019400     IF TAB-USADOS >= TAB-MAXIMO THEN
019500         DISPLAY "IFUCMNT: TABLA COMPLETA, NO HAY LUGAR"
019600         GO TO 4000-ALTA-FERIADO-EXIT
022100     MOVE 0 TO TAB-CAL-DIA (TAB-USADOS).
022200     MOVE ENT-DESCRIPCION TO TAB-CAL-DESCRIPCION (TAB-USADOS).
022300     SET HAY-CAMBIOS TO TRUE.
022310     MOVE SPACES TO CAMBIO-ANTES.
022320     MOVE TAB-CAL (TAB-USADOS) TO CAMBIO-DESPUES.
022330     MOVE "A" TO CAMBIO-ACCION.
022340     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
022400     DISPLAY "IFUCMNT: FERIADO REGISTRADO: " ENT-FECHA.
022500 4000-ALTA-FERIADO-EXIT.
022600     EXIT.
022800*    5000-ALTA-SEMANAL.
022900******************************************************************
023000 5000-ALTA-SEMANAL.
023010     IF CAM-USADOS >= CAM-MAXIMO THEN
023020         DISPLAY "IFUCMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
023030             "VUELVA A ENTRAR"
023040         GO TO 5000-ALTA-SEMANAL-EXIT
023050     END-IF.
023100     IF TAB-USADOS >= TAB-MAXIMO THEN
023200         DISPLAY "IFUCMNT: TABLA COMPLETA, NO HAY LUGAR"
023300         GO TO 5000-ALTA-SEMANAL-EXIT
025800     MOVE ENT-DIA TO TAB-CAL-DIA (TAB-USADOS).
025900     MOVE ENT-DESCRIPCION TO TAB-CAL-DESCRIPCION (TAB-USADOS).
026000     SET HAY-CAMBIOS TO TRUE.
026010     MOVE SPACES TO CAMBIO-ANTES.
026020     MOVE TAB-CAL (TAB-USADOS) TO CAMBIO-DESPUES.
026030     MOVE "A" TO CAMBIO-ACCION.
026040     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
026100     DISPLAY "IFUCMNT: LINEA SEMANAL REGISTRADA, DIA " ENT-DIA.
026200 5000-ALTA-SEMANAL-EXIT.
026300     EXIT.
026500*    6000-BAJA-FERIADO.
026600******************************************************************
026700 6000-BAJA-FERIADO.
026710     IF CAM-USADOS >= CAM-MAXIMO THEN
026720         DISPLAY "IFUCMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
026730             "VUELVA A ENTRAR"
026740         GO TO 6000-BAJA-FERIADO-EXIT
026750     END-IF.
026800     DISPLAY "IFUCMNT: FECHA DEL FERIADO A BORRAR (AAAAMMDD)".
026900     MOVE 0 TO ENT-FECHA.
027000     ACCEPT ENT-FECHA.
027700         DISPLAY "IFUCMNT: NO EXISTE ESE FERIADO"
027800         GO TO 6000-BAJA-FERIADO-EXIT
027900     END-IF.
027910     MOVE TAB-CAL (TAB-IDX) TO CAMBIO-ANTES.
027920     MOVE SPACES TO CAMBIO-DESPUES.
027930     MOVE "D" TO CAMBIO-ACCION.
027940     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
028000     PERFORM 7700-QUITAR-LINEA THRU 7700-QUITAR-LINEA-EXIT.
028100     DISPLAY "IFUCMNT: FERIADO BORRADO: " ENT-FECHA.
028200 6000-BAJA-FERIADO-EXIT.
028500*    7000-BAJA-SEMANAL.
028600******************************************************************
028700 7000-BAJA-SEMANAL.
028710     IF CAM-USADOS >= CAM-MAXIMO THEN
028720         DISPLAY "IFUCMNT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
028730             "VUELVA A ENTRAR"
028740         GO TO 7000-BAJA-SEMANAL-EXIT
028750     END-IF.
028800     DISPLAY "IFUCMNT: DIA SEMANAL A BORRAR (1 A 7)".
028900     MOVE 0 TO ENT-DIA.
029000     ACCEPT ENT-DIA.
029700         DISPLAY "IFUCMNT: NO EXISTE ESA LINEA SEMANAL"
029800         GO TO 7000-BAJA-SEMANAL-EXIT
029900     END-IF.
029910     MOVE TAB-CAL (TAB-IDX) TO CAMBIO-ANTES.
029920     MOVE SPACES TO CAMBIO-DESPUES.
029930     MOVE "D" TO CAMBIO-ACCION.
029940     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
030000     PERFORM 7700-QUITAR-LINEA THRU 7700-QUITAR-LINEA-EXIT.
030100     DISPLAY "IFUCMNT: LINEA SEMANAL BORRADA, DIA " ENT-DIA.
030200 7000-BAJA-SEMANAL-EXIT.
035800     ADD 1 TO TAB-IDX.
035900 7710-CORRER-LINEA-EXIT.
036000     EXIT.
036002******************************************************************
036004*    7800-ANOTAR-CAMBIO.
036006*    THE CHANGE ABOUT TO BE OR JUST MADE: CAMBIO-ANTES BEFORE,
036008*    CAMBIO-DESPUES AFTER. THE KEY IS THE LEADING TYPE, DATE,
036010*    STATION AND WEEKDAY OF WHICHEVER IMAGE EXISTS.
036012******************************************************************
036014 7800-ANOTAR-CAMBIO.
036016     IF CAMBIO-ANTES = SPACES THEN
036018         MOVE CAMBIO-DESPUES TO CAMBIO-CLAVE
036020     ELSE
036022         MOVE CAMBIO-ANTES TO CAMBIO-CLAVE
036024     END-IF.
036026     ADD 1 TO CAM-USADOS.
036032     MOVE CAMBIO-ACCION TO TAB-CAM-ACCION (CAM-USADOS).
036034     MOVE CAMBIO-CLAVE TO TAB-CAM-CLAVE (CAM-USADOS).
036036     MOVE CAMBIO-ANTES TO TAB-CAM-ANTES (CAM-USADOS).
036038     MOVE CAMBIO-DESPUES TO TAB-CAM-DESPUES (CAM-USADOS).
036040 7800-ANOTAR-CAMBIO-EXIT.
036042     EXIT.
036100******************************************************************
036200*    8000-GRABAR-ARCHIVO.
036300*    WRITE THE WHOLE TABLE BACK, ONLY IF SOMETHING CHANGED.
039000     ELSE
039100         DISPLAY "IFUCMNT: IFUCAL ACTUALIZADO, " TAB-USADOS
039200             " LINEAS"
039210         PERFORM 8200-GRABAR-CAMBIOS
039220             THRU 8200-GRABAR-CAMBIOS-EXIT
039300     END-IF.
039400 8000-GRABAR-ARCHIVO-EXIT.
039500     EXIT.
040900     END-IF.
041000 8100-GRABAR-LINEA-EXIT.
041100     EXIT.
041110******************************************************************
041120*    8200-GRABAR-CAMBIOS.
041130*    APPEND THE SESSION'S CHANGES TO THE MASTER CHANGE JOURNAL.
041140*    IFUCAL IS ALREADY REWRITTEN, SO A FAILURE HERE IS ONLY
041150*    REPORTED. EVERY LINE CARRIES THE DATE AND TIME OF THIS SAVE,
041155*    WHEN THE CHANGES TOOK EFFECT.
041160******************************************************************
041170 8200-GRABAR-CAMBIOS.
041180     OPEN EXTEND CAM-FILE.
041190     IF CAM-FILE-STATUS NOT = "00"
041200             AND CAM-FILE-STATUS NOT = "05" THEN
041210         DISPLAY "IFUCMNT: NO SE PUDO GRABAR IFUCAM, ESTADO "
041220             CAM-FILE-STATUS
041230         GO TO 8200-GRABAR-CAMBIOS-EXIT
041240     END-IF.
041242     ACCEPT CAMBIO-FECHA FROM DATE YYYYMMDD.
041244     ACCEPT CAMBIO-HORA FROM TIME.
041250     MOVE 0 TO CAM-IDX.
041260     PERFORM 8210-GRABAR-CAMBIO
041270         THRU 8210-GRABAR-CAMBIO-EXIT
041280         UNTIL CAM-IDX >= CAM-USADOS.
041290     CLOSE CAM-FILE.
041300 8200-GRABAR-CAMBIOS-EXIT.
041310     EXIT.
041320 8210-GRABAR-CAMBIO.
041330     ADD 1 TO CAM-IDX.
041340     MOVE CAMBIO-FECHA TO CAM-FECHA.
041350     MOVE CAMBIO-HORA TO CAM-HORA.
041360     MOVE "IFUCAL" TO CAM-ARCHIVO.
041370     MOVE TAB-CAM-ACCION (CAM-IDX) TO CAM-ACCION.
041380     MOVE OPERADOR-SESION TO CAM-OPERADOR.
041390     MOVE TAB-CAM-CLAVE (CAM-IDX) TO CAM-CLAVE.
041400     MOVE TAB-CAM-ANTES (CAM-IDX) TO CAM-ANTES.
041410     MOVE TAB-CAM-DESPUES (CAM-IDX) TO CAM-DESPUES.
041420     WRITE CAM-RECORD.
041430     IF CAM-FILE-STATUS NOT = "00" THEN
041440         DISPLAY "IFUCMNT: ERROR " CAM-FILE-STATUS
041450             " GRABANDO IFUCAM"
041460         MOVE CAM-USADOS TO CAM-IDX
041470     END-IF.
041480 8210-GRABAR-CAMBIO-EXIT.
041490     EXIT.
042500 END PROGRAM     IFUCMNT.
