000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUPERC.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUPERC
000900*    Period-status subprogram over IFUPER. A consult answers
001000*    the status of a month from a table loaded on the first
001100*    call and kept for the run, so IFUPOS and IFULOAD can ask
001200*    once per line without rereading the file. A step (VAT
001300*    book issued by IFUIVA, tax upload exported by IFUCITI)
001400*    rereads the file, moves the month forward - never back -
001500*    stamps the signed-on operator (IFUSIGN) and today's date
001600*    on the step, and writes the file back whole. A sealed
001700*    month is never touched here: only IFUPMNT re-opens it.
001800*    An unreadable status file answers "E", which every
001900*    caller treats like a seal, so a damaged file cannot let
002000*    a filed month be changed. Called with the IFUPERS
002100*    request area.
002200*
002300*    MODIFICATION HISTORY.
002400*    DATE       INIT DESCRIPTION
002500*    2026-10-15 SIS  Original period-status subprogram.
002600******************************************************************
002700 ENVIRONMENT     DIVISION.
002800 CONFIGURATION   SECTION.
002900 INPUT-OUTPUT    SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL PER-FILE ASSIGN TO "IFUPER"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS PER-FILE-STATUS.
003400     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS SES-FILE-STATUS.
003700 DATA            DIVISION.
003800 FILE SECTION.
003900 COPY IFUPER.
004000 COPY IFUSES.
004100 WORKING-STORAGE SECTION.
004200 01  PER-FILE-STATUS         PIC X(02).
004300 01  SES-FILE-STATUS         PIC X(02).
004400******************************************************************
004500*    SWITCHES AND COUNTERS.
004600******************************************************************
004700 77  PER-EOF-SW           PIC X(01)       VALUE "N".
004800     88  PER-EOF                          VALUE "Y".
004900 77  TABLA-CARGADA-SW     PIC X(01)       VALUE "N".
005000     88  TABLA-CARGADA                    VALUE "S".
005100 77  CARGA-MAL-SW         PIC X(01)       VALUE "N".
005200     88  CARGA-MAL                        VALUE "S".
005300 77  PER-HALLADO-SW       PIC X(01)       VALUE "N".
005400     88  PER-HALLADO                      VALUE "S".
005500 77  GRABACION-MAL-SW     PIC X(01)       VALUE "N".
005600     88  GRABACION-MAL                    VALUE "S".
005700 77  OPERADOR-SESION      PIC X(06)       VALUE SPACES.
005800 77  FECHA-HOY            PIC 9(08)       VALUE 0.
005900******************************************************************
006000*    PERIOD TABLE, ONE ENTRY PER IFUPER LINE, SAME LAYOUT.
006100******************************************************************
006200 77  PER-MAXIMO           PIC 9(03) COMP  VALUE 300.
006300 77  PER-USADOS           PIC 9(03) COMP  VALUE 0.
006400 77  PER-IDX              PIC 9(03) COMP  VALUE 0.
006500 01  TAB-PERIODOS.
006600     05  TAB-PER OCCURS 300 TIMES.
006700         10  TAB-PER-PERIODO         PIC 9(06).
006800         10  TAB-PER-ESTADO          PIC X(01).
006900         10  TAB-PER-LIBRO-OPERADOR  PIC X(06).
007000         10  TAB-PER-LIBRO-FECHA     PIC 9(08).
007100         10  TAB-PER-EXPORT-OPERADOR PIC X(06).
007200         10  TAB-PER-EXPORT-FECHA    PIC 9(08).
007300         10  TAB-PER-SELLO-OPERADOR  PIC X(06).
007400         10  TAB-PER-SELLO-FECHA     PIC 9(08).
007500         10  TAB-PER-REAPERTURAS     PIC 9(03).
007600         10  TAB-PER-REAP-OPERADOR   PIC X(06).
007700         10  TAB-PER-REAP-FECHA      PIC 9(08).
007800         10  TAB-PER-REAP-MOTIVO     PIC X(30).
007900 LINKAGE SECTION.
008000 COPY IFUPERS.
008100 PROCEDURE       DIVISION USING PRS-SOLICITUD.
008200******************************************************************
008300*    0000-MAINLINE.
008400******************************************************************
008500 0000-MAINLINE.
008600     MOVE "O" TO PRS-RESULTADO.
008700     MOVE "A" TO PRS-ESTADO.
008800     IF NOT TABLA-CARGADA OR PRS-ACCION NOT = "C" THEN
008900         PERFORM 1000-CARGAR-PERIODOS
009000             THRU 1000-CARGAR-PERIODOS-EXIT
009100     END-IF.
009200     IF CARGA-MAL THEN
009300         MOVE "E" TO PRS-RESULTADO
009400     ELSE
009500         PERFORM 1500-ATENDER THRU 1500-ATENDER-EXIT
009600     END-IF.
009700     GOBACK.
009800******************************************************************
009900*    1000-CARGAR-PERIODOS.
010000*    A MISSING FILE IS AN EMPTY ONE (EVERY MONTH OPEN). AN
010100*    UNREADABLE OR OVERSIZED ONE IS REPORTED AND LEAVES
010200*    CARGA-MAL ON, SO NOTHING IS ANSWERED OR REWRITTEN FROM
010300*    A PARTIAL PICTURE.
010400******************************************************************
010500 1000-CARGAR-PERIODOS.
010600     SET TABLA-CARGADA TO TRUE.
010700     MOVE "N" TO CARGA-MAL-SW.
010800     MOVE 0 TO PER-USADOS.
010900     MOVE "N" TO PER-EOF-SW.
011000     OPEN INPUT PER-FILE.
011100     IF PER-FILE-STATUS = "00" THEN
011200         PERFORM 1100-LEER-PERIODO THRU 1100-LEER-PERIODO-EXIT
011300             UNTIL PER-EOF
011400         CLOSE PER-FILE
011500     ELSE
011600         IF PER-FILE-STATUS = "05" THEN
011700             CLOSE PER-FILE
011800         ELSE
011900             DISPLAY "IFUPERC: NO SE PUDO ABRIR IFUPER, ESTADO "
012000                 PER-FILE-STATUS
012100             SET CARGA-MAL TO TRUE
012200         END-IF
012300     END-IF.
012400 1000-CARGAR-PERIODOS-EXIT.
012500     EXIT.
012600 1100-LEER-PERIODO.
012700     READ PER-FILE
012800         AT END
012900             SET PER-EOF TO TRUE
013000         NOT AT END
013100             IF PER-USADOS < PER-MAXIMO THEN
013200                 ADD 1 TO PER-USADOS
013300                 MOVE PER-RECORD TO TAB-PER (PER-USADOS)
013400             ELSE
013500                 DISPLAY "IFUPERC: TABLA DE PERIODOS COMPLETA, "
013600                     "DEPURE IFUPER"
013700                 SET CARGA-MAL TO TRUE
013800                 SET PER-EOF TO TRUE
013900             END-IF
014000     END-READ.
014100 1100-LEER-PERIODO-EXIT.
014200     EXIT.
014300******************************************************************
014400*    1500-ATENDER.
014500*    THE STATUS OF THE MONTH, THEN THE STEP WHEN ONE IS ASKED.
014600******************************************************************
014700 1500-ATENDER.
014800     PERFORM 2000-BUSCAR-PERIODO THRU 2000-BUSCAR-PERIODO-EXIT.
014900     IF PER-HALLADO THEN
015000         MOVE TAB-PER-ESTADO (PER-IDX) TO PRS-ESTADO
015100     END-IF.
015200     IF PRS-ACCION = "L" OR PRS-ACCION = "E" THEN
015300         PERFORM 3000-REGISTRAR-PASO
015400             THRU 3000-REGISTRAR-PASO-EXIT
015500     END-IF.
015600 1500-ATENDER-EXIT.
015700     EXIT.
015800******************************************************************
015900*    2000-BUSCAR-PERIODO.
016000******************************************************************
016100 2000-BUSCAR-PERIODO.
016200     MOVE "N" TO PER-HALLADO-SW.
016300     MOVE 0 TO PER-IDX.
016400     PERFORM 2100-PROBAR-PERIODO THRU 2100-PROBAR-PERIODO-EXIT
016500         UNTIL PER-HALLADO OR PER-IDX >= PER-USADOS.
016600 2000-BUSCAR-PERIODO-EXIT.
016700     EXIT.
016800 2100-PROBAR-PERIODO.
016900     ADD 1 TO PER-IDX.
017000     IF TAB-PER-PERIODO (PER-IDX) = PRS-PERIODO THEN
017100         SET PER-HALLADO TO TRUE
017200     END-IF.
017300 2100-PROBAR-PERIODO-EXIT.
017400     EXIT.
017500******************************************************************
017600*    3000-REGISTRAR-PASO.
017700*    STAMP THE STEP AND MOVE THE MONTH FORWARD TO IT. A STEP
017800*    DONE AGAIN (A BOOK REPRINTED) ONLY RENEWS ITS STAMP; A
017900*    MONTH ALREADY FURTHER ON KEEPS ITS STATUS.
018000******************************************************************
018100 3000-REGISTRAR-PASO.
018200     IF PER-HALLADO AND TAB-PER-ESTADO (PER-IDX) = "S" THEN
018300         MOVE "S" TO PRS-RESULTADO
018400         GO TO 3000-REGISTRAR-PASO-EXIT
018500     END-IF.
018600     IF NOT PER-HALLADO THEN
018700         IF PER-USADOS >= PER-MAXIMO THEN
018800             DISPLAY "IFUPERC: TABLA DE PERIODOS COMPLETA, "
018900                 "DEPURE IFUPER"
019000             MOVE "E" TO PRS-RESULTADO
019100             GO TO 3000-REGISTRAR-PASO-EXIT
019200         END-IF
019300         ADD 1 TO PER-USADOS
019400         MOVE PER-USADOS TO PER-IDX
019500         MOVE SPACES TO TAB-PER (PER-IDX)
019600         MOVE PRS-PERIODO TO TAB-PER-PERIODO (PER-IDX)
019700         MOVE "A" TO TAB-PER-ESTADO (PER-IDX)
019800         MOVE 0 TO TAB-PER-LIBRO-FECHA (PER-IDX)
019900         MOVE 0 TO TAB-PER-EXPORT-FECHA (PER-IDX)
020000         MOVE 0 TO TAB-PER-SELLO-FECHA (PER-IDX)
020100         MOVE 0 TO TAB-PER-REAPERTURAS (PER-IDX)
020200         MOVE 0 TO TAB-PER-REAP-FECHA (PER-IDX)
020300     END-IF.
020400     PERFORM 3100-LEER-SESION THRU 3100-LEER-SESION-EXIT.
020500     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
020600     IF PRS-ACCION = "L" THEN
020700         MOVE OPERADOR-SESION
020800             TO TAB-PER-LIBRO-OPERADOR (PER-IDX)
020900         MOVE FECHA-HOY TO TAB-PER-LIBRO-FECHA (PER-IDX)
021000         IF TAB-PER-ESTADO (PER-IDX) = "A" THEN
021100             MOVE "L" TO TAB-PER-ESTADO (PER-IDX)
021200         END-IF
021300     ELSE
021400         MOVE OPERADOR-SESION
021500             TO TAB-PER-EXPORT-OPERADOR (PER-IDX)
021600         MOVE FECHA-HOY TO TAB-PER-EXPORT-FECHA (PER-IDX)
021700         IF TAB-PER-ESTADO (PER-IDX) = "A"
021800                 OR TAB-PER-ESTADO (PER-IDX) = "L" THEN
021900             MOVE "E" TO TAB-PER-ESTADO (PER-IDX)
022000         END-IF
022100     END-IF.
022200     MOVE TAB-PER-ESTADO (PER-IDX) TO PRS-ESTADO.
022300     PERFORM 8000-GRABAR-PERIODOS THRU 8000-GRABAR-PERIODOS-EXIT.
022400     IF GRABACION-MAL THEN
022500         MOVE "E" TO PRS-RESULTADO
022600     END-IF.
022700 3000-REGISTRAR-PASO-EXIT.
022800     EXIT.
022900******************************************************************
023000*    3100-LEER-SESION.
023100*    WHO IS SIGNED ON, FOR THE STEP STAMP. BLANK WHEN NOBODY.
023200******************************************************************
023300 3100-LEER-SESION.
023400     MOVE SPACES TO OPERADOR-SESION.
023500     OPEN INPUT SES-FILE.
023600     IF SES-FILE-STATUS = "00" THEN
023700         READ SES-FILE
023800             AT END
023900                 CONTINUE
024000             NOT AT END
024100                 MOVE SES-OPERADOR TO OPERADOR-SESION
024200         END-READ
024300         CLOSE SES-FILE
024400     ELSE
024500         IF SES-FILE-STATUS = "05" THEN
024600             CLOSE SES-FILE
024700         END-IF
024800     END-IF.
024900 3100-LEER-SESION-EXIT.
025000     EXIT.
025100******************************************************************
025200*    8000-GRABAR-PERIODOS.
025300*    WRITE THE WHOLE TABLE BACK.
025400******************************************************************
025500 8000-GRABAR-PERIODOS.
025600     MOVE "N" TO GRABACION-MAL-SW.
025700     OPEN OUTPUT PER-FILE.
025800     IF PER-FILE-STATUS NOT = "00"
025900             AND PER-FILE-STATUS NOT = "05" THEN
026000         DISPLAY "IFUPERC: NO SE PUDO REESCRIBIR IFUPER, ESTADO "
026100             PER-FILE-STATUS
026200         SET GRABACION-MAL TO TRUE
026300         GO TO 8000-GRABAR-PERIODOS-EXIT
026400     END-IF.
026500     MOVE 0 TO PER-IDX.
026600     PERFORM 8100-GRABAR-PERIODO THRU 8100-GRABAR-PERIODO-EXIT
026700         UNTIL PER-IDX >= PER-USADOS.
026800     CLOSE PER-FILE.
026900     IF GRABACION-MAL THEN
027000         DISPLAY "IFUPERC: REESCRITURA INCOMPLETA, RECUPERE "
027100             "IFUPER ANTES DE USARLO"
027200     END-IF.
027300 8000-GRABAR-PERIODOS-EXIT.
027400     EXIT.
027500 8100-GRABAR-PERIODO.
027600     ADD 1 TO PER-IDX.
027700     MOVE TAB-PER (PER-IDX) TO PER-RECORD.
027800     WRITE PER-RECORD.
027900     IF PER-FILE-STATUS NOT = "00" THEN
028000         DISPLAY "IFUPERC: ERROR " PER-FILE-STATUS
028100             " GRABANDO EL PERIODO " TAB-PER-PERIODO (PER-IDX)
028200         SET GRABACION-MAL TO TRUE
028300         MOVE PER-USADOS TO PER-IDX
028400     END-IF.
028500 8100-GRABAR-PERIODO-EXIT.
028600     EXIT.
028700 END PROGRAM     IFUPERC.
