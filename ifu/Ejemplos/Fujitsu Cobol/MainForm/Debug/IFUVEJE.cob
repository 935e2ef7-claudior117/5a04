000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUVEJE.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUVEJE
000900*    Viewer over the end-of-day step ledger IFUEJE written by
001000*    IFUEOD. The operator keys a night (zero = the last night in
001100*    the ledger) and every ledger line of that night is shown in
001200*    the order it was written: attempt, step, program, start or
001300*    end, timestamp, and on the end lines the return code and
001400*    the outcome (a skipped step names the prerequisite that
001500*    held it back). Then the chain as defined in IFUPAS is shown
001600*    step by step with its prerequisites and where it stands
001700*    for the night - correct, failed, skipped, started and never
001800*    ended, or not run yet - and the step a rerun would pick up
001900*    at.
002000*
002100*    MODIFICATION HISTORY.
002200*    DATE       INIT DESCRIPTION
002300*    2026-10-15 SIS  Original step-ledger viewer.
002400*    2026-10-15 SIS  LET A LEDGER LINE SET A STEP'S STATE ONLY
002500*                    WHEN ITS PROGRAM IS THE ONE NOW DEFINED
002600*                    FOR THE STEP, AND TAKE THE RESUME STEP FROM
002700*                    IFUPAS ONLY, AS IFUEOD DOES.
002800******************************************************************
002900 ENVIRONMENT     DIVISION.
003000 CONFIGURATION   SECTION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL EJE-FILE ASSIGN TO "IFUEJE"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS EJE-FILE-STATUS.
003600     SELECT OPTIONAL PAS-FILE ASSIGN TO "IFUPAS"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS PAS-FILE-STATUS.
003900 DATA            DIVISION.
004000 FILE SECTION.
004100 COPY IFUEJE.
004200 COPY IFUPAS.
004300 WORKING-STORAGE SECTION.
004400 01  EJE-FILE-STATUS         PIC X(02).
004500 01  PAS-FILE-STATUS         PIC X(02).
004600******************************************************************
004700*    SWITCHES AND COUNTERS.
004800******************************************************************
004900 77  EJE-EOF-SW           PIC X(01)       VALUE "N".
005000     88  EJE-EOF                          VALUE "Y".
005100 77  PAS-EOF-SW           PIC X(01)       VALUE "N".
005200     88  PAS-EOF                          VALUE "Y".
005300 77  PASO-HALLADO-SW      PIC X(01)       VALUE "N".
005400     88  PASO-HALLADO                     VALUE "S".
005500 77  RETOMA-HALLADA-SW    PIC X(01)       VALUE "N".
005600     88  RETOMA-HALLADA                   VALUE "S".
005700 77  REG-MOSTRADOS        PIC 9(07) COMP  VALUE 0.
005800 77  REG-LEIDOS           PIC 9(07) COMP  VALUE 0.
005900******************************************************************
006000*    CHAIN TABLE: THE STEPS OF IFUPAS, PLUS ANY STEP THE LEDGER
006100*    SHOWS FOR THE NIGHT THAT IS NO LONGER DEFINED, WITH THE
006200*    STATE ITS LAST LEDGER LINE LEAVES.
006300******************************************************************
006400 77  PAS-MAXIMO           PIC 9(03) COMP  VALUE 30.
006500 77  PAS-USADOS           PIC 9(03) COMP  VALUE 0.
006600 77  PAS-DEFINIDOS        PIC 9(03) COMP  VALUE 0.
006700 77  PAS-IDX              PIC 9(03) COMP  VALUE 0.
006800 77  PASO-BUSCADO         PIC 9(03)       VALUE 0.
006900 77  PASO-RETOMA          PIC 9(03)       VALUE 0.
007000 01  TAB-PASOS.
007100     05  TAB-PAS OCCURS 30 TIMES.
007200         10  TAB-PAS-PASO        PIC 9(03).
007300         10  TAB-PAS-PROGRAMA    PIC X(08).
007400         10  TAB-PAS-PREVIO      PIC 9(03) OCCURS 4 TIMES.
007500         10  TAB-PAS-ESTADO      PIC X(01).
007600         10  TAB-PAS-RETORNO     PIC 9(03).
007700         10  TAB-PAS-INTENTO     PIC 9(03).
007800******************************************************************
007900*    OPERATOR ENTRIES.
008000******************************************************************
008100 01  FECHA-NOCHE             PIC 9(08)    VALUE 0.
008200******************************************************************
008300*    DISPLAY EDITING.
008400******************************************************************
008500 01  ESTADO-EDITAR           PIC X(01).
008600 01  SAL-RESULTADO           PIC X(12).
008700 01  SAL-PREVIOS.
008800     05  SAL-PREVIO          PIC ZZZB OCCURS 4 TIMES.
008900 01  HORA-EDIT.
009000     05  HORA-EDIT-HH        PIC X(02).
009100     05  FILLER              PIC X(01)    VALUE ":".
009200     05  HORA-EDIT-MM        PIC X(02).
009300     05  FILLER              PIC X(01)    VALUE ":".
009400     05  HORA-EDIT-SS        PIC X(02).
009500 01  HORA-TRABAJO.
009600     05  HORA-TRAB-HH        PIC X(02).
009700     05  HORA-TRAB-MM        PIC X(02).
009800     05  HORA-TRAB-SS        PIC X(02).
009900     05  FILLER              PIC X(02).
010000 PROCEDURE       DIVISION.
010100******************************************************************
010200*    0000-MAINLINE.
010300******************************************************************
010400 0000-MAINLINE.
010500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
010600     PERFORM 2000-MOSTRAR-EJECUCIONES
010700         THRU 2000-MOSTRAR-EJECUCIONES-EXIT
010800         UNTIL EJE-EOF.
010900     PERFORM 3000-MOSTRAR-CADENA THRU 3000-MOSTRAR-CADENA-EXIT.
011000     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
011100     STOP RUN.
011200******************************************************************
011300*    1000-INICIALIZAR.
011400*    THE NIGHT TO SHOW, THE CHAIN AS DEFINED, AND THE LEDGER
011500*    OPENED FOR THE LISTING. A ZERO NIGHT TAKES THE LAST NIGHT
011600*    THE LEDGER HOLDS.
011700******************************************************************
011800 1000-INICIALIZAR.
011900     DISPLAY "IFUVEJE: NOCHE (AAAAMMDD, 0 = LA ULTIMA DEL LIBRO)".
012000     ACCEPT FECHA-NOCHE.
012100     PERFORM 1100-CARGAR-PASOS THRU 1100-CARGAR-PASOS-EXIT.
012200     MOVE PAS-USADOS TO PAS-DEFINIDOS.
012300     IF FECHA-NOCHE = 0 THEN
012400         PERFORM 1200-BUSCAR-ULTIMA THRU 1200-BUSCAR-ULTIMA-EXIT
012500     END-IF.
012600     MOVE "N" TO EJE-EOF-SW.
012700     OPEN INPUT EJE-FILE.
012800     IF EJE-FILE-STATUS = "05" THEN
012900         DISPLAY "IFUVEJE: EL LIBRO IFUEJE ESTA VACIO"
013000         CLOSE EJE-FILE
013100         SET EJE-EOF TO TRUE
013200         GO TO 1000-INICIALIZAR-EXIT
013300     END-IF.
013400     IF EJE-FILE-STATUS NOT = "00" THEN
013500         DISPLAY "IFUVEJE: NO SE PUDO ABRIR IFUEJE, ESTADO "
013600             EJE-FILE-STATUS
013700         SET EJE-EOF TO TRUE
013800         GO TO 1000-INICIALIZAR-EXIT
013900     END-IF.
014000     DISPLAY "IFUVEJE: NOCHE " FECHA-NOCHE.
014100 1000-INICIALIZAR-EXIT.
014200     EXIT.
014300******************************************************************
014400*    1100-CARGAR-PASOS.
014500******************************************************************
014600 1100-CARGAR-PASOS.
014700     OPEN INPUT PAS-FILE.
014800     IF PAS-FILE-STATUS = "00" THEN
014900         PERFORM 1110-LEER-PASO
015000             THRU 1110-LEER-PASO-EXIT
015100             UNTIL PAS-EOF
015200         CLOSE PAS-FILE
015300     ELSE
015400         IF PAS-FILE-STATUS = "05" THEN
015500             CLOSE PAS-FILE
015600         END-IF
015700         DISPLAY "IFUVEJE: SIN DEFINICION DE PASOS (IFUPAS), "
015800             "ESTADO " PAS-FILE-STATUS
015900     END-IF.
016000 1100-CARGAR-PASOS-EXIT.
016100     EXIT.
016200 1110-LEER-PASO.
016300     READ PAS-FILE
016400         AT END
016500             SET PAS-EOF TO TRUE
016600         NOT AT END
016700             PERFORM 1120-ANOTAR-PASO
016800                 THRU 1120-ANOTAR-PASO-EXIT
016900     END-READ.
017000 1110-LEER-PASO-EXIT.
017100     EXIT.
017200 1120-ANOTAR-PASO.
017300     IF PAS-USADOS >= PAS-MAXIMO THEN
017400         DISPLAY "IFUVEJE: TABLA DE PASOS COMPLETA, SE OMITE EL "
017500             "PASO " PAS-PASO
017600         GO TO 1120-ANOTAR-PASO-EXIT
017700     END-IF.
017800     ADD 1 TO PAS-USADOS.
017900     MOVE PAS-PASO TO TAB-PAS-PASO (PAS-USADOS).
018000     MOVE PAS-PROGRAMA TO TAB-PAS-PROGRAMA (PAS-USADOS).
018100     MOVE PAS-PREVIO (1) TO TAB-PAS-PREVIO (PAS-USADOS, 1).
018200     MOVE PAS-PREVIO (2) TO TAB-PAS-PREVIO (PAS-USADOS, 2).
018300     MOVE PAS-PREVIO (3) TO TAB-PAS-PREVIO (PAS-USADOS, 3).
018400     MOVE PAS-PREVIO (4) TO TAB-PAS-PREVIO (PAS-USADOS, 4).
018500     MOVE SPACE TO TAB-PAS-ESTADO (PAS-USADOS).
018600     MOVE 0 TO TAB-PAS-RETORNO (PAS-USADOS).
018700     MOVE 0 TO TAB-PAS-INTENTO (PAS-USADOS).
018800 1120-ANOTAR-PASO-EXIT.
018900     EXIT.
019000******************************************************************
019100*    1200-BUSCAR-ULTIMA.
019200******************************************************************
019300 1200-BUSCAR-ULTIMA.
019400     MOVE "N" TO EJE-EOF-SW.
019500     OPEN INPUT EJE-FILE.
019600     IF EJE-FILE-STATUS = "00" THEN
019700         PERFORM 1210-LEER-NOCHE
019800             THRU 1210-LEER-NOCHE-EXIT
019900             UNTIL EJE-EOF
020000         CLOSE EJE-FILE
020100     ELSE
020200         IF EJE-FILE-STATUS = "05" THEN
020300             CLOSE EJE-FILE
020400         END-IF
020500     END-IF.
020600 1200-BUSCAR-ULTIMA-EXIT.
020700     EXIT.
020800 1210-LEER-NOCHE.
020900     READ EJE-FILE
021000         AT END
021100             SET EJE-EOF TO TRUE
021200         NOT AT END
021300             IF EJE-NOCHE > FECHA-NOCHE THEN
021400                 MOVE EJE-NOCHE TO FECHA-NOCHE
021500             END-IF
021600     END-READ.
021700 1210-LEER-NOCHE-EXIT.
021800     EXIT.
021900******************************************************************
022000*    2000-MOSTRAR-EJECUCIONES.
022100******************************************************************
022200 2000-MOSTRAR-EJECUCIONES.
022300     READ EJE-FILE
022400         AT END
022500             SET EJE-EOF TO TRUE
022600         NOT AT END
022700             ADD 1 TO REG-LEIDOS
022800             IF EJE-NOCHE = FECHA-NOCHE THEN
022900                 PERFORM 2100-MOSTRAR-LINEA
023000                     THRU 2100-MOSTRAR-LINEA-EXIT
023100                 PERFORM 2300-ANOTAR-ESTADO
023200                     THRU 2300-ANOTAR-ESTADO-EXIT
023300             END-IF
023400     END-READ.
023500 2000-MOSTRAR-EJECUCIONES-EXIT.
023600     EXIT.
023700 2100-MOSTRAR-LINEA.
023800     MOVE EJE-HORA TO HORA-TRABAJO.
023900     MOVE HORA-TRAB-HH TO HORA-EDIT-HH.
024000     MOVE HORA-TRAB-MM TO HORA-EDIT-MM.
024100     MOVE HORA-TRAB-SS TO HORA-EDIT-SS.
024200     IF EJE-INICIO THEN
024300         DISPLAY "  INTENTO " EJE-INTENTO
024400             " PASO " EJE-PASO " " EJE-PROGRAMA
024500             " " EJE-FECHA " " HORA-EDIT " INICIO"
024600     ELSE
024700         IF EJE-SALTEADO THEN
024800             DISPLAY "  INTENTO " EJE-INTENTO
024900                 " PASO " EJE-PASO " " EJE-PROGRAMA
025000                 " " EJE-FECHA " " HORA-EDIT " FIN    "
025100                 "SALTEADO, EL PASO " EJE-PREVIO
025200                 " NO TERMINO BIEN"
025300         ELSE
025400             MOVE EJE-RESULTADO TO ESTADO-EDITAR
025500             PERFORM 2200-EDITAR-RESULTADO
025600                 THRU 2200-EDITAR-RESULTADO-EXIT
025700             DISPLAY "  INTENTO " EJE-INTENTO
025800                 " PASO " EJE-PASO " " EJE-PROGRAMA
025900                 " " EJE-FECHA " " HORA-EDIT " FIN    "
026000                 "RETORNO " EJE-RETORNO " " SAL-RESULTADO
026100         END-IF
026200     END-IF.
026300     ADD 1 TO REG-MOSTRADOS.
026400 2100-MOSTRAR-LINEA-EXIT.
026500     EXIT.
026600******************************************************************
026700*    2200-EDITAR-RESULTADO.
026800******************************************************************
026900 2200-EDITAR-RESULTADO.
027000     EVALUATE ESTADO-EDITAR
027100         WHEN "O"
027200             MOVE "CORRECTO" TO SAL-RESULTADO
027300         WHEN "F"
027400             MOVE "FALLIDO" TO SAL-RESULTADO
027500         WHEN "S"
027600             MOVE "SALTEADO" TO SAL-RESULTADO
027700         WHEN "I"
027800             MOVE "SIN TERMINAR" TO SAL-RESULTADO
027900         WHEN SPACE
028000             MOVE "NO CORRIO" TO SAL-RESULTADO
028100         WHEN OTHER
028200             MOVE "SIN RESULTADO" TO SAL-RESULTADO
028300     END-EVALUATE.
028400 2200-EDITAR-RESULTADO-EXIT.
028500     EXIT.
028600******************************************************************
028700*    2300-ANOTAR-ESTADO.
028800*    THE LEDGER IS IN TIME ORDER, SO THE LAST LINE OF A STEP
028900*    LEAVES ITS STATE. A STEP NO LONGER IN IFUPAS IS ADDED TO
029000*    THE TABLE SO IT STILL SHOWS IN THE CHAIN. AS IN IFUEOD, A
029100*    LINE LEFT BY ANOTHER PROGRAM UNDER THE SAME STEP NUMBER
029200*    (IFUPAS EDITED SINCE) DOES NOT COUNT FOR THE STEP.
029300******************************************************************
029400 2300-ANOTAR-ESTADO.
029500     MOVE EJE-PASO TO PASO-BUSCADO.
029600     PERFORM 5000-BUSCAR-PASO THRU 5000-BUSCAR-PASO-EXIT.
029700     IF NOT PASO-HALLADO THEN
029800         IF PAS-USADOS >= PAS-MAXIMO THEN
029900             GO TO 2300-ANOTAR-ESTADO-EXIT
030000         END-IF
030100         ADD 1 TO PAS-USADOS
030200         MOVE PAS-USADOS TO PAS-IDX
030300         MOVE EJE-PASO TO TAB-PAS-PASO (PAS-IDX)
030400         MOVE EJE-PROGRAMA TO TAB-PAS-PROGRAMA (PAS-IDX)
030500         MOVE 0 TO TAB-PAS-PREVIO (PAS-IDX, 1)
030600         MOVE 0 TO TAB-PAS-PREVIO (PAS-IDX, 2)
030700         MOVE 0 TO TAB-PAS-PREVIO (PAS-IDX, 3)
030800         MOVE 0 TO TAB-PAS-PREVIO (PAS-IDX, 4)
030900     END-IF.
031000     IF EJE-PROGRAMA NOT = TAB-PAS-PROGRAMA (PAS-IDX) THEN
031100         GO TO 2300-ANOTAR-ESTADO-EXIT
031200     END-IF.
031300     MOVE EJE-INTENTO TO TAB-PAS-INTENTO (PAS-IDX).
031400     IF EJE-INICIO THEN
031500         MOVE "I" TO TAB-PAS-ESTADO (PAS-IDX)
031600         MOVE 0 TO TAB-PAS-RETORNO (PAS-IDX)
031700     ELSE
031800         MOVE EJE-RESULTADO TO TAB-PAS-ESTADO (PAS-IDX)
031900         MOVE EJE-RETORNO TO TAB-PAS-RETORNO (PAS-IDX)
032000     END-IF.
032100 2300-ANOTAR-ESTADO-EXIT.
032200     EXIT.
032300******************************************************************
032400*    3000-MOSTRAR-CADENA.
032500*    THE CHAIN STEP BY STEP WITH ITS PREREQUISITES AND WHERE IT
032600*    STANDS FOR THE NIGHT, AND THE FIRST STEP NOT YET CORRECT,
032700*    WHICH IS WHERE A RERUN OF IFUEOD PICKS UP. STEPS NO LONGER
032800*    IN IFUPAS ARE SHOWN BUT IFUEOD WILL NOT RUN THEM, SO THEY
032900*    ARE NOT CANDIDATES.
033000******************************************************************
033100 3000-MOSTRAR-CADENA.
033200     IF PAS-USADOS = 0 THEN
033300         GO TO 3000-MOSTRAR-CADENA-EXIT
033400     END-IF.
033500     DISPLAY "IFUVEJE: ESTADO DE LA CADENA".
033600     MOVE "N" TO RETOMA-HALLADA-SW.
033700     MOVE 0 TO PAS-IDX.
033800     PERFORM 3100-MOSTRAR-PASO
033900         THRU 3100-MOSTRAR-PASO-EXIT
034000         UNTIL PAS-IDX >= PAS-USADOS.
034100     IF RETOMA-HALLADA THEN
034200         DISPLAY "IFUVEJE: UNA NUEVA CORRIDA DE IFUEOD RETOMA EN "
034300             "EL PASO " PASO-RETOMA
034400     ELSE
034500         DISPLAY "IFUVEJE: CADENA COMPLETA"
034600     END-IF.
034700 3000-MOSTRAR-CADENA-EXIT.
034800     EXIT.
034900 3100-MOSTRAR-PASO.
035000     ADD 1 TO PAS-IDX.
035100     MOVE TAB-PAS-PREVIO (PAS-IDX, 1) TO SAL-PREVIO (1).
035200     MOVE TAB-PAS-PREVIO (PAS-IDX, 2) TO SAL-PREVIO (2).
035300     MOVE TAB-PAS-PREVIO (PAS-IDX, 3) TO SAL-PREVIO (3).
035400     MOVE TAB-PAS-PREVIO (PAS-IDX, 4) TO SAL-PREVIO (4).
035500     MOVE TAB-PAS-ESTADO (PAS-IDX) TO ESTADO-EDITAR.
035600     PERFORM 2200-EDITAR-RESULTADO
035700         THRU 2200-EDITAR-RESULTADO-EXIT.
035800     IF TAB-PAS-ESTADO (PAS-IDX) = SPACE THEN
035900         DISPLAY "  PASO " TAB-PAS-PASO (PAS-IDX)
036000             " " TAB-PAS-PROGRAMA (PAS-IDX)
036100             " PREVIOS " SAL-PREVIOS SAL-RESULTADO
036200     ELSE
036300         DISPLAY "  PASO " TAB-PAS-PASO (PAS-IDX)
036400             " " TAB-PAS-PROGRAMA (PAS-IDX)
036500             " PREVIOS " SAL-PREVIOS SAL-RESULTADO
036600             " INTENTO " TAB-PAS-INTENTO (PAS-IDX)
036700             " RETORNO " TAB-PAS-RETORNO (PAS-IDX)
036800     END-IF.
036900     IF TAB-PAS-ESTADO (PAS-IDX) NOT = "O"
037000             AND PAS-IDX NOT > PAS-DEFINIDOS
037100             AND NOT RETOMA-HALLADA THEN
037200         SET RETOMA-HALLADA TO TRUE
037300         MOVE TAB-PAS-PASO (PAS-IDX) TO PASO-RETOMA
037400     END-IF.
037500 3100-MOSTRAR-PASO-EXIT.
037600     EXIT.
037700******************************************************************
037800*    5000-BUSCAR-PASO.
037900******************************************************************
038000 5000-BUSCAR-PASO.
038100     MOVE "N" TO PASO-HALLADO-SW.
038200     MOVE 0 TO PAS-IDX.
038300     PERFORM 5010-PROBAR-PASO
038400         THRU 5010-PROBAR-PASO-EXIT
038500         UNTIL PASO-HALLADO OR PAS-IDX >= PAS-USADOS.
038600 5000-BUSCAR-PASO-EXIT.
038700     EXIT.
038800 5010-PROBAR-PASO.
038900     ADD 1 TO PAS-IDX.
039000     IF TAB-PAS-PASO (PAS-IDX) = PASO-BUSCADO THEN
039100         SET PASO-HALLADO TO TRUE
039200     END-IF.
039300 5010-PROBAR-PASO-EXIT.
039400     EXIT.
039500******************************************************************
039600*    9000-FINALIZAR.
039700******************************************************************
039800 9000-FINALIZAR.
039900     IF EJE-FILE-STATUS = "00" OR EJE-FILE-STATUS = "10" THEN
040000         CLOSE EJE-FILE
040100     END-IF.
040200     DISPLAY "IFUVEJE: " REG-MOSTRADOS " DE " REG-LEIDOS
040300         " REGISTROS MOSTRADOS".
040400 9000-FINALIZAR-EXIT.
040500     EXIT.
040600 END PROGRAM     IFUVEJE.
