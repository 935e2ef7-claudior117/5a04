000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUEOD.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUEOD
000900*    End-of-day chain driver. Runs the nightly programs that
001000*    follow the closure job IFUBATCH - the POS drop (IFUPOS),
001100*    the master refresh (IFULOAD) and the reconciliations
001200*    (IFURECON, IFUDOCS, IFUARQR) - as the numbered steps of the
001300*    definition file IFUPAS, in step order, each one only when
001400*    every step it depends on has ended correctly. A step whose
001500*    prerequisite failed or was itself skipped is skipped. The
001600*    start, the end, the return code and the outcome of every
001700*    step go to the step ledger IFUEJE. The chain runs for one
001800*    night: today, or yesterday when it is started before noon,
001900*    so a rerun the next morning carries on with the same
002000*    night. A rerun does not repeat the steps that already
002100*    ended correctly that night; it picks up at the first step
002200*    that failed, was skipped or never ran. The reports get the
002300*    night as their date range and the step's limit from
002400*    IFUPAS. Ends with a return code the scheduler can act on:
002500*    0 every step correct, 4 correct with observations, 8 a
002600*    step failed or was skipped, 12 the chain could not run
002700*    (step definitions or ledger unusable). Viewed with IFUVEJE.
002800*
002900*    MODIFICATION HISTORY.
003000*    DATE       INIT DESCRIPTION
003100*    2026-10-15 SIS  Original end-of-day chain driver.
003200*    2026-10-15 SIS  CANCEL EACH STEP AFTER ITS CALL, SO A PROGRAM
003300*                    NAMED BY TWO STEPS STARTS THE SECOND ONE WITH
003400*                    FRESH WORKING-STORAGE AND ITS FILES CLOSED.
003500******************************************************************
003600 ENVIRONMENT     DIVISION.
003700 CONFIGURATION   SECTION.
003800 INPUT-OUTPUT    SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL PAS-FILE ASSIGN TO "IFUPAS"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS PAS-FILE-STATUS.
004300     SELECT OPTIONAL EJE-FILE ASSIGN TO "IFUEJE"
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS EJE-FILE-STATUS.
004600 DATA            DIVISION.
004700 FILE SECTION.
004800 COPY IFUPAS.
004900 COPY IFUEJE.
005000 WORKING-STORAGE SECTION.
005100 01  PAS-FILE-STATUS         PIC X(02).
005200 01  EJE-FILE-STATUS         PIC X(02).
005300******************************************************************
005400*    SWITCHES AND COUNTERS.
005500******************************************************************
005600 77  PAS-EOF-SW           PIC X(01)       VALUE "N".
005700     88  PAS-EOF                          VALUE "Y".
005800 77  EJE-EOF-SW           PIC X(01)       VALUE "N".
005900     88  EJE-EOF                          VALUE "Y".
006000 77  ARRANQUE-MAL-SW      PIC X(01)       VALUE "N".
006100     88  ARRANQUE-MAL                     VALUE "S".
006200 77  LIBRO-MAL-SW         PIC X(01)       VALUE "N".
006300     88  LIBRO-MAL                        VALUE "S".
006400 77  PREVIOS-OK-SW        PIC X(01)       VALUE "N".
006500     88  PREVIOS-OK                       VALUE "S".
006600 77  PASO-HALLADO-SW      PIC X(01)       VALUE "N".
006700     88  PASO-HALLADO                     VALUE "S".
006800 77  PASOS-CORRECTOS      PIC 9(03) COMP  VALUE 0.
006900 77  PASOS-CON-AVISO      PIC 9(03) COMP  VALUE 0.
007000 77  PASOS-FALLIDOS       PIC 9(03) COMP  VALUE 0.
007100 77  PASOS-SALTEADOS      PIC 9(03) COMP  VALUE 0.
007200 77  PASOS-YA-HECHOS      PIC 9(03) COMP  VALUE 0.
007300******************************************************************
007400*    THE NIGHT THE CHAIN RUNS FOR AND THE NUMBER OF THIS
007500*    EXECUTION AMONG THE ATTEMPTS FOR THAT NIGHT.
007600******************************************************************
007700 77  FECHA-HOY            PIC 9(08)       VALUE 0.
007800 77  HORA-AHORA           PIC 9(08)       VALUE 0.
007900 77  HORA-CORTE           PIC 9(08)       VALUE 12000000.
008000 77  FECHA-NOCHE          PIC 9(08)       VALUE 0.
008100 77  FECHA-ENTERA         PIC 9(08) COMP  VALUE 0.
008200 77  NRO-INTENTO          PIC 9(03)       VALUE 0.
008300******************************************************************
008400*    STEP TABLE LOADED FROM IFUPAS. TAB-PAS-ESTADO IS THE STEP'S
008500*    STATE FOR THE NIGHT: SPACE NOT RUN, "I" STARTED AND NEVER
008600*    ENDED, OTHERWISE THE OUTCOME OF ITS LAST END LINE.
008700******************************************************************
008800 77  PAS-MAXIMO           PIC 9(03) COMP  VALUE 20.
008900 77  PAS-USADOS           PIC 9(03) COMP  VALUE 0.
009000 77  PAS-IDX              PIC 9(03) COMP  VALUE 0.
009100 77  BUS-IDX              PIC 9(03) COMP  VALUE 0.
009200 77  PRV-IDX              PIC 9(03) COMP  VALUE 0.
009300 77  PASO-BUSCADO         PIC 9(03)       VALUE 0.
009400 77  PASO-ANTERIOR        PIC 9(03)       VALUE 0.
009500 77  PASO-BLOQUEANTE      PIC 9(03)       VALUE 0.
009600 01  TAB-PASOS.
009700     05  TAB-PAS OCCURS 20 TIMES.
009800         10  TAB-PAS-PASO        PIC 9(03).
009900         10  TAB-PAS-PROGRAMA    PIC X(08).
010000         10  TAB-PAS-PREVIO      PIC 9(03) OCCURS 4 TIMES.
010100         10  TAB-PAS-LIMITE      PIC 9(07).
010200         10  TAB-PAS-RC-MAXIMO   PIC 9(02).
010300         10  TAB-PAS-ESTADO      PIC X(01).
010400******************************************************************
010500*    ONE LEDGER LINE BEING BUILT, AND THE RETURN CODE OF THE
010600*    STEP JUST CALLED.
010700******************************************************************
010800 77  TIPO-LINEA           PIC X(01)       VALUE SPACE.
010900 77  RESULTADO-PASO       PIC X(01)       VALUE SPACE.
011000 77  RETORNO-LIBRO        PIC 9(03)       VALUE 0.
011100 77  RETORNO-PASO         PIC S9(09) COMP VALUE 0.
011200******************************************************************
011300*    STANDARD CHAIN WRITTEN TO IFUPAS WHEN THE FILE DOES NOT
011400*    EXIST YET: THE POS DROP AND THE MASTER REFRESH FIRST, THE
011500*    TWO SALES RECONCILIATIONS AFTER THE DROP AND THE OVER/SHORT
011600*    REPORT AFTER THE REFRESH, WITH A LIMIT OF 1.00.
011700******************************************************************
011800 77  ESTANDAR-CANTIDAD    PIC 9(03) COMP  VALUE 5.
011900 77  ESTANDAR-IDX         PIC 9(03) COMP  VALUE 0.
012000 01  PASOS-ESTANDAR.
012100     05  FILLER              PIC X(32)
012200         VALUE "010IFUPOS  000000000000000000004".
012300     05  FILLER              PIC X(32)
012400         VALUE "020IFULOAD 000000000000000000004".
012500     05  FILLER              PIC X(32)
012600         VALUE "030IFURECON010000000000000010004".
012700     05  FILLER              PIC X(32)
012800         VALUE "040IFUDOCS 010000000000000000004".
012900     05  FILLER              PIC X(32)
013000         VALUE "050IFUARQR 020000000000000010004".
013100 01  PASOS-ESTANDAR-R REDEFINES PASOS-ESTANDAR.
013200     05  PASO-ESTANDAR       PIC X(32) OCCURS 5 TIMES.
013300******************************************************************
013400*    PARAMETER AREA SHARED WITH THE REPORTS THE CHAIN CALLS.
013500******************************************************************
013600 COPY IFUEODS.
013700 PROCEDURE       DIVISION.
013800******************************************************************
013900*    0000-MAINLINE.
014000******************************************************************
014100 0000-MAINLINE.
014200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
014300     PERFORM 2000-PROCESAR-PASO
014400         THRU 2000-PROCESAR-PASO-EXIT
014500         UNTIL PAS-IDX >= PAS-USADOS
014600             OR ARRANQUE-MAL OR LIBRO-MAL.
014700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
014800     STOP RUN.
014900******************************************************************
015000*    1000-INICIALIZAR.
015100*    SETTLE THE NIGHT, LOAD AND CHECK THE STEP DEFINITIONS AND
015200*    READ WHAT THE LEDGER ALREADY HOLDS FOR THAT NIGHT. A
015300*    DEFINITION ERROR OR AN UNREADABLE LEDGER RUNS NOTHING.
015400******************************************************************
015500 1000-INICIALIZAR.
015600     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
015700     ACCEPT HORA-AHORA FROM TIME.
015800     MOVE FECHA-HOY TO FECHA-NOCHE.
015900     IF HORA-AHORA < HORA-CORTE THEN
016000         COMPUTE FECHA-ENTERA
016100             = FUNCTION INTEGER-OF-DATE (FECHA-HOY) - 1
016200         COMPUTE FECHA-NOCHE
016300             = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA)
016400     END-IF.
016500     PERFORM 1100-CARGAR-PASOS THRU 1100-CARGAR-PASOS-EXIT.
016600     IF ARRANQUE-MAL THEN
016700         DISPLAY "IFUEOD: DEFINICION DE PASOS INVALIDA, NO SE "
016800             "EJECUTA NINGUN PASO"
016900         GO TO 1000-INICIALIZAR-EXIT
017000     END-IF.
017100     IF PAS-USADOS = 0 THEN
017200         DISPLAY "IFUEOD: IFUPAS NO DEFINE NINGUN PASO"
017300         SET ARRANQUE-MAL TO TRUE
017400         GO TO 1000-INICIALIZAR-EXIT
017500     END-IF.
017600     PERFORM 1300-LEER-LIBRO THRU 1300-LEER-LIBRO-EXIT.
017700     IF ARRANQUE-MAL THEN
017800         GO TO 1000-INICIALIZAR-EXIT
017900     END-IF.
018000     DISPLAY "IFUEOD: NOCHE " FECHA-NOCHE
018100         " INTENTO " NRO-INTENTO
018200         " PASOS DEFINIDOS " PAS-USADOS.
018300     MOVE 0 TO PAS-IDX.
018400 1000-INICIALIZAR-EXIT.
018500     EXIT.
018600******************************************************************
018700*    1100-CARGAR-PASOS.
018800*    LOAD IFUPAS, WRITING THE STANDARD CHAIN FIRST WHEN THE FILE
018900*    DOES NOT EXIST YET.
019000******************************************************************
019100 1100-CARGAR-PASOS.
019200     OPEN INPUT PAS-FILE.
019300     IF PAS-FILE-STATUS = "05" THEN
019400         CLOSE PAS-FILE
019500         PERFORM 1200-GRABAR-ESTANDAR
019600             THRU 1200-GRABAR-ESTANDAR-EXIT
019700         IF ARRANQUE-MAL THEN
019800             GO TO 1100-CARGAR-PASOS-EXIT
019900         END-IF
020000         OPEN INPUT PAS-FILE
020100     END-IF.
020200     IF PAS-FILE-STATUS NOT = "00" THEN
020300         DISPLAY "IFUEOD: NO SE PUDO ABRIR IFUPAS, ESTADO "
020400             PAS-FILE-STATUS
020500         SET ARRANQUE-MAL TO TRUE
020600         GO TO 1100-CARGAR-PASOS-EXIT
020700     END-IF.
020800     MOVE 0 TO PASO-ANTERIOR.
020900     PERFORM 1110-LEER-PASO
021000         THRU 1110-LEER-PASO-EXIT
021100         UNTIL PAS-EOF.
021200     CLOSE PAS-FILE.
021300 1100-CARGAR-PASOS-EXIT.
021400     EXIT.
021500 1110-LEER-PASO.
021600     READ PAS-FILE
021700         AT END
021800             SET PAS-EOF TO TRUE
021900         NOT AT END
022000             PERFORM 1120-VALIDAR-PASO
022100                 THRU 1120-VALIDAR-PASO-EXIT
022200     END-READ.
022300 1110-LEER-PASO-EXIT.
022400     EXIT.
022500******************************************************************
022600*    1120-VALIDAR-PASO.
022700*    A STEP MUST BE NUMERIC, COME AFTER THE STEP BEFORE IT, NAME
022800*    ONE OF THE CHAIN PROGRAMS AND DEPEND ONLY ON STEPS ALREADY
022900*    DEFINED ABOVE IT, SO THE CHAIN CAN NEVER LOOP. EVERY BAD
023000*    LINE IS REPORTED BEFORE THE CHAIN IS REFUSED.
023100******************************************************************
023200 1120-VALIDAR-PASO.
023300     IF PAS-PASO NOT NUMERIC OR PAS-PREVIOS NOT NUMERIC
023400             OR PAS-LIMITE NOT NUMERIC
023500             OR PAS-RC-MAXIMO NOT NUMERIC THEN
023600         DISPLAY "IFUEOD: IFUPAS, LINEA NO NUMERICA: " PAS-RECORD
023700         SET ARRANQUE-MAL TO TRUE
023800         GO TO 1120-VALIDAR-PASO-EXIT
023900     END-IF.
024000     IF PAS-PASO = 0 OR PAS-PASO NOT > PASO-ANTERIOR THEN
024100         DISPLAY "IFUEOD: IFUPAS, PASO " PAS-PASO
024200             " FUERA DE ORDEN ASCENDENTE"
024300         SET ARRANQUE-MAL TO TRUE
024400         GO TO 1120-VALIDAR-PASO-EXIT
024500     END-IF.
024600     MOVE PAS-PASO TO PASO-ANTERIOR.
024700     IF NOT PAS-PROGRAMA-VALIDO THEN
024800         DISPLAY "IFUEOD: IFUPAS, PASO " PAS-PASO
024900             " PROGRAMA " PAS-PROGRAMA " NO ES DE LA CADENA"
025000         SET ARRANQUE-MAL TO TRUE
025100         GO TO 1120-VALIDAR-PASO-EXIT
025200     END-IF.
025300     MOVE 0 TO PRV-IDX.
025400     PERFORM 1130-VALIDAR-PREVIO
025500         THRU 1130-VALIDAR-PREVIO-EXIT
025600         UNTIL PRV-IDX >= 4.
025700     IF PAS-USADOS >= PAS-MAXIMO THEN
025800         DISPLAY "IFUEOD: IFUPAS, DEMASIADOS PASOS, SE RECHAZA "
025900             "EL PASO " PAS-PASO
026000         SET ARRANQUE-MAL TO TRUE
026100         GO TO 1120-VALIDAR-PASO-EXIT
026200     END-IF.
026300     ADD 1 TO PAS-USADOS.
026400     MOVE PAS-PASO TO TAB-PAS-PASO (PAS-USADOS).
026500     MOVE PAS-PROGRAMA TO TAB-PAS-PROGRAMA (PAS-USADOS).
026600     MOVE PAS-PREVIO (1) TO TAB-PAS-PREVIO (PAS-USADOS, 1).
026700     MOVE PAS-PREVIO (2) TO TAB-PAS-PREVIO (PAS-USADOS, 2).
026800     MOVE PAS-PREVIO (3) TO TAB-PAS-PREVIO (PAS-USADOS, 3).
026900     MOVE PAS-PREVIO (4) TO TAB-PAS-PREVIO (PAS-USADOS, 4).
027000     MOVE PAS-LIMITE TO TAB-PAS-LIMITE (PAS-USADOS).
027100     MOVE PAS-RC-MAXIMO TO TAB-PAS-RC-MAXIMO (PAS-USADOS).
027200     MOVE SPACE TO TAB-PAS-ESTADO (PAS-USADOS).
027300 1120-VALIDAR-PASO-EXIT.
027400     EXIT.
027500 1130-VALIDAR-PREVIO.
027600     ADD 1 TO PRV-IDX.
027700     IF PAS-PREVIO (PRV-IDX) = 0 THEN
027800         GO TO 1130-VALIDAR-PREVIO-EXIT
027900     END-IF.
028000     MOVE PAS-PREVIO (PRV-IDX) TO PASO-BUSCADO.
028100     PERFORM 5000-BUSCAR-PASO THRU 5000-BUSCAR-PASO-EXIT.
028200     IF NOT PASO-HALLADO THEN
028300         DISPLAY "IFUEOD: IFUPAS, PASO " PAS-PASO
028400             " DEPENDE DE " PASO-BUSCADO
028500             ", QUE NO ES UN PASO ANTERIOR"
028600         SET ARRANQUE-MAL TO TRUE
028700     END-IF.
028800 1130-VALIDAR-PREVIO-EXIT.
028900     EXIT.
029000******************************************************************
029100*    1200-GRABAR-ESTANDAR.
029200******************************************************************
029300 1200-GRABAR-ESTANDAR.
029400     OPEN OUTPUT PAS-FILE.
029500     IF PAS-FILE-STATUS NOT = "00"
029600             AND PAS-FILE-STATUS NOT = "05" THEN
029700         DISPLAY "IFUEOD: NO SE PUDO CREAR IFUPAS, ESTADO "
029800             PAS-FILE-STATUS
029900         SET ARRANQUE-MAL TO TRUE
030000         GO TO 1200-GRABAR-ESTANDAR-EXIT
030100     END-IF.
030200     MOVE 0 TO ESTANDAR-IDX.
030300     PERFORM 1210-GRABAR-PASO-ESTANDAR
030400         THRU 1210-GRABAR-PASO-ESTANDAR-EXIT
030500         UNTIL ESTANDAR-IDX >= ESTANDAR-CANTIDAD.
030600     CLOSE PAS-FILE.
030700     DISPLAY "IFUEOD: IFUPAS NO EXISTIA, SE GRABO LA CADENA "
030800         "ESTANDAR".
030900 1200-GRABAR-ESTANDAR-EXIT.
031000     EXIT.
031100 1210-GRABAR-PASO-ESTANDAR.
031200     ADD 1 TO ESTANDAR-IDX.
031300     MOVE PASO-ESTANDAR (ESTANDAR-IDX) TO PAS-RECORD.
031400     WRITE PAS-RECORD.
031500 1210-GRABAR-PASO-ESTANDAR-EXIT.
031600     EXIT.
031700******************************************************************
031800*    1300-LEER-LIBRO.
031900*    TAKE THE STATE OF EVERY STEP FOR THE NIGHT FROM THE LEDGER
032000*    AND NUMBER THIS ATTEMPT AFTER THE LAST ONE. A LEDGER THAT
032100*    EXISTS BUT CANNOT BE READ STOPS THE CHAIN, SINCE WHAT
032200*    ALREADY RAN WOULD BE RUN AGAIN.
032300******************************************************************
032400 1300-LEER-LIBRO.
032500     MOVE 0 TO NRO-INTENTO.
032600     MOVE "N" TO EJE-EOF-SW.
032700     OPEN INPUT EJE-FILE.
032800     IF EJE-FILE-STATUS = "00" THEN
032900         PERFORM 1310-LEER-EJECUCION
033000             THRU 1310-LEER-EJECUCION-EXIT
033100             UNTIL EJE-EOF
033200         CLOSE EJE-FILE
033300     ELSE
033400         IF EJE-FILE-STATUS = "05" THEN
033500             CLOSE EJE-FILE
033600         ELSE
033700             DISPLAY "IFUEOD: NO SE PUDO LEER IFUEJE, ESTADO "
033800                 EJE-FILE-STATUS
033900             SET ARRANQUE-MAL TO TRUE
034000             GO TO 1300-LEER-LIBRO-EXIT
034100         END-IF
034200     END-IF.
034300     ADD 1 TO NRO-INTENTO.
034400 1300-LEER-LIBRO-EXIT.
034500     EXIT.
034600 1310-LEER-EJECUCION.
034700     READ EJE-FILE
034800         AT END
034900             SET EJE-EOF TO TRUE
035000         NOT AT END
035100             IF EJE-NOCHE = FECHA-NOCHE THEN
035200                 PERFORM 1320-ANOTAR-EJECUCION
035300                     THRU 1320-ANOTAR-EJECUCION-EXIT
035400             END-IF
035500     END-READ.
035600 1310-LEER-EJECUCION-EXIT.
035700     EXIT.
035800******************************************************************
035900*    1320-ANOTAR-EJECUCION.
036000*    THE LEDGER IS IN TIME ORDER, SO THE LAST LINE OF A STEP
036100*    LEAVES ITS STATE. A LINE FOR A STEP NUMBER NOW DEFINED WITH
036200*    ANOTHER PROGRAM DOES NOT COUNT.
036300******************************************************************
036400 1320-ANOTAR-EJECUCION.
036500     IF EJE-INTENTO > NRO-INTENTO THEN
036600         MOVE EJE-INTENTO TO NRO-INTENTO
036700     END-IF.
036800     MOVE EJE-PASO TO PASO-BUSCADO.
036900     PERFORM 5000-BUSCAR-PASO THRU 5000-BUSCAR-PASO-EXIT.
037000     IF NOT PASO-HALLADO THEN
037100         GO TO 1320-ANOTAR-EJECUCION-EXIT
037200     END-IF.
037300     IF EJE-PROGRAMA NOT = TAB-PAS-PROGRAMA (BUS-IDX) THEN
037400         GO TO 1320-ANOTAR-EJECUCION-EXIT
037500     END-IF.
037600     IF EJE-INICIO THEN
037700         MOVE "I" TO TAB-PAS-ESTADO (BUS-IDX)
037800     ELSE
037900         MOVE EJE-RESULTADO TO TAB-PAS-ESTADO (BUS-IDX)
038000     END-IF.
038100 1320-ANOTAR-EJECUCION-EXIT.
038200     EXIT.
038300******************************************************************
038400*    2000-PROCESAR-PASO.
038500*    ONE STEP PER PASS, IN STEP ORDER: LEAVE IT WHEN IT ALREADY
038600*    ENDED CORRECTLY THIS NIGHT, SKIP IT WHEN A PREREQUISITE
038700*    DID NOT, OTHERWISE RUN IT.
038800******************************************************************
038900 2000-PROCESAR-PASO.
039000     ADD 1 TO PAS-IDX.
039100     IF TAB-PAS-ESTADO (PAS-IDX) = "O" THEN
039200         ADD 1 TO PASOS-YA-HECHOS
039300         DISPLAY "IFUEOD: PASO " TAB-PAS-PASO (PAS-IDX)
039400             " " TAB-PAS-PROGRAMA (PAS-IDX)
039500             " YA TERMINO BIEN EN UN INTENTO ANTERIOR"
039600         GO TO 2000-PROCESAR-PASO-EXIT
039700     END-IF.
039800     PERFORM 2100-VERIFICAR-PREVIOS
039900         THRU 2100-VERIFICAR-PREVIOS-EXIT.
040000     IF NOT PREVIOS-OK THEN
040100         PERFORM 2300-SALTEAR-PASO THRU 2300-SALTEAR-PASO-EXIT
040200         GO TO 2000-PROCESAR-PASO-EXIT
040300     END-IF.
040400     PERFORM 2200-EJECUTAR-PASO THRU 2200-EJECUTAR-PASO-EXIT.
040500 2000-PROCESAR-PASO-EXIT.
040600     EXIT.
040700******************************************************************
040800*    2100-VERIFICAR-PREVIOS.
040900*    EVERY PREREQUISITE MUST HAVE ENDED CORRECTLY, IN THIS RUN
041000*    OR AN EARLIER ONE OF THE SAME NIGHT. THE FIRST ONE THAT DID
041100*    NOT IS KEPT FOR THE LEDGER.
041200******************************************************************
041300 2100-VERIFICAR-PREVIOS.
041400     SET PREVIOS-OK TO TRUE.
041500     MOVE 0 TO PASO-BLOQUEANTE.
041600     MOVE 0 TO PRV-IDX.
041700     PERFORM 2110-VERIFICAR-PREVIO
041800         THRU 2110-VERIFICAR-PREVIO-EXIT
041900         UNTIL PRV-IDX >= 4 OR NOT PREVIOS-OK.
042000 2100-VERIFICAR-PREVIOS-EXIT.
042100     EXIT.
042200 2110-VERIFICAR-PREVIO.
042300     ADD 1 TO PRV-IDX.
042400     IF TAB-PAS-PREVIO (PAS-IDX, PRV-IDX) = 0 THEN
042500         GO TO 2110-VERIFICAR-PREVIO-EXIT
042600     END-IF.
042700     MOVE TAB-PAS-PREVIO (PAS-IDX, PRV-IDX) TO PASO-BUSCADO.
042800     PERFORM 5000-BUSCAR-PASO THRU 5000-BUSCAR-PASO-EXIT.
042900     IF NOT PASO-HALLADO THEN
043000         MOVE "N" TO PREVIOS-OK-SW
043100         MOVE PASO-BUSCADO TO PASO-BLOQUEANTE
043200         GO TO 2110-VERIFICAR-PREVIO-EXIT
043300     END-IF.
043400     IF TAB-PAS-ESTADO (BUS-IDX) NOT = "O" THEN
043500         MOVE "N" TO PREVIOS-OK-SW
043600         MOVE PASO-BUSCADO TO PASO-BLOQUEANTE
043700     END-IF.
043800 2110-VERIFICAR-PREVIO-EXIT.
043900     EXIT.
044000******************************************************************
044100*    2200-EJECUTAR-PASO.
044200*    START LINE, THE CALL WITH THE NIGHT AND THE STEP'S LIMIT IN
044300*    THE SHARED PARAMETER AREA, THEN THE END LINE. THE STEP IS
044400*    NOT CALLED WHEN ITS START CANNOT BE RECORDED, SO THE LEDGER
044500*    NEVER MISSES A STEP THAT RAN. THE STEP IS CANCELLED ONCE
044600*    IT RETURNS, SO THE SAME PROGRAM NAMED AGAIN BY A LATER STEP
044700*    (IFURECON WITH ANOTHER LIMIT, SAY) STARTS FROM SCRATCH.
044800******************************************************************
044900 2200-EJECUTAR-PASO.
045000     MOVE "I" TO TIPO-LINEA.
045100     MOVE SPACE TO RESULTADO-PASO.
045200     MOVE 0 TO RETORNO-LIBRO.
045300     PERFORM 8000-GRABAR-EJECUCION
045400         THRU 8000-GRABAR-EJECUCION-EXIT.
045500     IF LIBRO-MAL THEN
045600         GO TO 2200-EJECUTAR-PASO-EXIT
045700     END-IF.
045800     MOVE "I" TO TAB-PAS-ESTADO (PAS-IDX).
045900     DISPLAY "IFUEOD: PASO " TAB-PAS-PASO (PAS-IDX)
046000         " " TAB-PAS-PROGRAMA (PAS-IDX) " INICIADO".
046100     MOVE "IFUEOD" TO EOD-MARCA.
046200     MOVE FECHA-NOCHE TO EOD-FECHA-DESDE.
046300     MOVE FECHA-NOCHE TO EOD-FECHA-HASTA.
046400     MOVE TAB-PAS-LIMITE (PAS-IDX) TO EOD-LIMITE.
046500     MOVE 0 TO RETURN-CODE.
046600     EVALUATE TAB-PAS-PROGRAMA (PAS-IDX)
046700         WHEN "IFUPOS"
046800             CALL "IFUPOS"
046900         WHEN "IFULOAD"
047000             CALL "IFULOAD"
047100         WHEN "IFURECON"
047200             CALL "IFURECON"
047300         WHEN "IFUDOCS"
047400             CALL "IFUDOCS"
047500         WHEN "IFUARQR"
047600             CALL "IFUARQR"
047700     END-EVALUATE.
047800     MOVE RETURN-CODE TO RETORNO-PASO.
047900     EVALUATE TAB-PAS-PROGRAMA (PAS-IDX)
048000         WHEN "IFUPOS"
048100             CANCEL "IFUPOS"
048200         WHEN "IFULOAD"
048300             CANCEL "IFULOAD"
048400         WHEN "IFURECON"
048500             CANCEL "IFURECON"
048600         WHEN "IFUDOCS"
048700             CANCEL "IFUDOCS"
048800         WHEN "IFUARQR"
048900             CANCEL "IFUARQR"
049000     END-EVALUATE.
049100     MOVE SPACES TO EOD-MARCA.
049200     IF RETORNO-PASO < 0 OR RETORNO-PASO > 999 THEN
049300         MOVE 999 TO RETORNO-LIBRO
049400     ELSE
049500         MOVE RETORNO-PASO TO RETORNO-LIBRO
049600     END-IF.
049700     IF RETORNO-PASO NOT < 0
049800             AND RETORNO-PASO
049900                 NOT > TAB-PAS-RC-MAXIMO (PAS-IDX) THEN
050000         MOVE "O" TO RESULTADO-PASO
050100         ADD 1 TO PASOS-CORRECTOS
050200         IF RETORNO-PASO > 0 THEN
050300             ADD 1 TO PASOS-CON-AVISO
050400         END-IF
050500     ELSE
050600         MOVE "F" TO RESULTADO-PASO
050700         ADD 1 TO PASOS-FALLIDOS
050800     END-IF.
050900     MOVE RESULTADO-PASO TO TAB-PAS-ESTADO (PAS-IDX).
051000     MOVE "F" TO TIPO-LINEA.
051100     PERFORM 8000-GRABAR-EJECUCION
051200         THRU 8000-GRABAR-EJECUCION-EXIT.
051300     IF RESULTADO-PASO = "O" THEN
051400         DISPLAY "IFUEOD: PASO " TAB-PAS-PASO (PAS-IDX)
051500             " " TAB-PAS-PROGRAMA (PAS-IDX)
051600             " TERMINO BIEN, RETORNO " RETORNO-LIBRO
051700     ELSE
051800         DISPLAY "IFUEOD: PASO " TAB-PAS-PASO (PAS-IDX)
051900             " " TAB-PAS-PROGRAMA (PAS-IDX)
052000             " FALLO, RETORNO " RETORNO-LIBRO
052100     END-IF.
052200 2200-EJECUTAR-PASO-EXIT.
052300     EXIT.
052400******************************************************************
052500*    2300-SALTEAR-PASO.
052600******************************************************************
052700 2300-SALTEAR-PASO.
052800     MOVE "S" TO RESULTADO-PASO.
052900     MOVE "S" TO TAB-PAS-ESTADO (PAS-IDX).
053000     MOVE "F" TO TIPO-LINEA.
053100     MOVE 0 TO RETORNO-LIBRO.
053200     PERFORM 8000-GRABAR-EJECUCION
053300         THRU 8000-GRABAR-EJECUCION-EXIT.
053400     ADD 1 TO PASOS-SALTEADOS.
053500     DISPLAY "IFUEOD: PASO " TAB-PAS-PASO (PAS-IDX)
053600         " " TAB-PAS-PROGRAMA (PAS-IDX)
053700         " SALTEADO, EL PASO " PASO-BLOQUEANTE
053800         " NO TERMINO BIEN".
053900 2300-SALTEAR-PASO-EXIT.
054000     EXIT.
054100******************************************************************
054200*    5000-BUSCAR-PASO.
054300******************************************************************
054400 5000-BUSCAR-PASO.
054500     MOVE "N" TO PASO-HALLADO-SW.
054600     MOVE 0 TO BUS-IDX.
054700     PERFORM 5010-PROBAR-PASO
054800         THRU 5010-PROBAR-PASO-EXIT
054900         UNTIL PASO-HALLADO OR BUS-IDX >= PAS-USADOS.
055000 5000-BUSCAR-PASO-EXIT.
055100     EXIT.
055200 5010-PROBAR-PASO.
055300     ADD 1 TO BUS-IDX.
055400     IF TAB-PAS-PASO (BUS-IDX) = PASO-BUSCADO THEN
055500         SET PASO-HALLADO TO TRUE
055600     END-IF.
055700 5010-PROBAR-PASO-EXIT.
055800     EXIT.
055900******************************************************************
056000*    8000-GRABAR-EJECUCION.
056100*    APPEND ONE LINE FOR THE CURRENT STEP TO THE LEDGER, OPENED
056200*    AND CLOSED EACH TIME SO WHAT IS WRITTEN SURVIVES A STEP
056300*    THAT NEVER COMES BACK. A LEDGER THAT CANNOT BE WRITTEN
056400*    STOPS THE CHAIN.
056500******************************************************************
056600 8000-GRABAR-EJECUCION.
056700     OPEN EXTEND EJE-FILE.
056800     IF EJE-FILE-STATUS NOT = "00"
056900             AND EJE-FILE-STATUS NOT = "05" THEN
057000         DISPLAY "IFUEOD: NO SE PUDO GRABAR IFUEJE, ESTADO "
057100             EJE-FILE-STATUS
057200         SET LIBRO-MAL TO TRUE
057300         GO TO 8000-GRABAR-EJECUCION-EXIT
057400     END-IF.
057500     MOVE FECHA-NOCHE TO EJE-NOCHE.
057600     MOVE NRO-INTENTO TO EJE-INTENTO.
057700     MOVE TAB-PAS-PASO (PAS-IDX) TO EJE-PASO.
057800     MOVE TAB-PAS-PROGRAMA (PAS-IDX) TO EJE-PROGRAMA.
057900     MOVE TIPO-LINEA TO EJE-TIPO.
058000     ACCEPT EJE-FECHA FROM DATE YYYYMMDD.
058100     ACCEPT EJE-HORA FROM TIME.
058200     MOVE RETORNO-LIBRO TO EJE-RETORNO.
058300     MOVE RESULTADO-PASO TO EJE-RESULTADO.
058400     MOVE PASO-BLOQUEANTE TO EJE-PREVIO.
058500     WRITE EJE-RECORD.
058600     CLOSE EJE-FILE.
058700 8000-GRABAR-EJECUCION-EXIT.
058800     EXIT.
058900******************************************************************
059000*    9000-FINALIZAR.
059100*    RETURN CODE FOR THE SCHEDULER: 0 EVERY STEP CORRECT, 4
059200*    CORRECT WITH OBSERVATIONS, 8 A STEP FAILED OR WAS SKIPPED,
059300*    12 THE CHAIN COULD NOT RUN.
059400******************************************************************
059500 9000-FINALIZAR.
059600     EVALUATE TRUE
059700         WHEN ARRANQUE-MAL OR LIBRO-MAL
059800             MOVE 12 TO RETURN-CODE
059900         WHEN PASOS-FALLIDOS > 0 OR PASOS-SALTEADOS > 0
060000             MOVE 8 TO RETURN-CODE
060100         WHEN PASOS-CON-AVISO > 0
060200             MOVE 4 TO RETURN-CODE
060300         WHEN OTHER
060400             MOVE 0 TO RETURN-CODE
060500     END-EVALUATE.
060600     DISPLAY "IFUEOD: NOCHE " FECHA-NOCHE
060700         " INTENTO " NRO-INTENTO
060800         " CORRECTOS " PASOS-CORRECTOS
060900         " FALLIDOS " PASOS-FALLIDOS
061000         " SALTEADOS " PASOS-SALTEADOS
061100         " YA HECHOS " PASOS-YA-HECHOS
061200         ", VER IFUVEJE".
061300 9000-FINALIZAR-EXIT.
061400     EXIT.
061500 END PROGRAM     IFUEOD.
