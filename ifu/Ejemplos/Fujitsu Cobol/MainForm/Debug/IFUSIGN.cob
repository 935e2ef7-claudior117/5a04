001500*    supervisor-gated actions refuse to run until the next
001600*    sign-on. The auditors asked who ran each closure; this
001700*    and the operator stamp in IFUAUD/IFULOG are the answer.
001710*    Every sign-on, sign-off, refused code and attempt with a
001720*    suspended code is also appended to the session journal
001730*    IFUSEJ, read by IFUOACT.
001800*
001900*    MODIFICATION HISTORY.
002000*    DATE       INIT DESCRIPTION
002100*    2026-09-01 SIS  Original operator sign-on.
002110*    2026-10-15 SIS  APPEND EVERY SIGN-ON, SIGN-OFF, REFUSED
002120*                    CODE AND SUSPENDED-CODE ATTEMPT TO THE
002130*                    SESSION JOURNAL IFUSEJ.
002140*    2026-10-15 SIS  DO NOT JOURNAL A REFUSED OR SUSPENDED CODE
002150*                    WHEN IFUOPE ITSELF COULD NOT BE OPENED.
002200******************************************************************
002300 ENVIRONMENT     DIVISION.
002400 CONFIGURATION   SECTION.
003000     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS SES-FILE-STATUS.
003210     SELECT OPTIONAL SEJ-FILE ASSIGN TO "IFUSEJ"
003220         ORGANIZATION LINE SEQUENTIAL
003230         FILE STATUS IS SEJ-FILE-STATUS.
003300 DATA            DIVISION.
003400 FILE SECTION.
003500 COPY IFUOPE.
003600 COPY IFUSES.
003610 COPY IFUSEJ.
003700 WORKING-STORAGE SECTION.
003800 01  OPE-FILE-STATUS         PIC X(02).
003900 01  SES-FILE-STATUS         PIC X(02).
003910 01  SEJ-FILE-STATUS         PIC X(02).
004000******************************************************************
004100*    SWITCHES.
004200******************************************************************
004400     88  OPE-EOF                          VALUE "Y".
004500 77  OPE-HALLADO-SW       PIC X(01)       VALUE "N".
004600     88  OPE-HALLADO                      VALUE "S".
004610 77  OPE-SUSPENDIDO-SW    PIC X(01)       VALUE "N".
004620     88  OPE-SUSPENDIDO                   VALUE "S".
004630 77  OPE-ERROR-SW         PIC X(01)       VALUE "N".
004640     88  OPE-ERROR                        VALUE "S".
004700******************************************************************
004800*    OPERATOR ENTRIES.
004900******************************************************************
005000 01  ENT-CODIGO              PIC X(06).
005010******************************************************************
005020*    THE SESSION JOURNAL LINE TO APPEND.
005030******************************************************************
005040 01  DIARIO-EVENTO           PIC X(01).
005050 01  DIARIO-OPERADOR         PIC X(06).
005060 01  DIARIO-NIVEL            PIC 9(01).
005100 PROCEDURE       DIVISION.
005200******************************************************************
005300*    0000-MAINLINE.
006500         IF OPE-HALLADO THEN
006600             PERFORM 2000-ABRIR-SESION
006700                 THRU 2000-ABRIR-SESION-EXIT
006710         ELSE
006712             IF NOT OPE-ERROR THEN
006720                 IF OPE-SUSPENDIDO THEN
006730                     MOVE "U" TO DIARIO-EVENTO
006740                 ELSE
006750                     MOVE "R" TO DIARIO-EVENTO
006760                 END-IF
006770                 MOVE ENT-CODIGO TO DIARIO-OPERADOR
006780                 MOVE 0 TO DIARIO-NIVEL
006790                 PERFORM 4000-ANOTAR-DIARIO
006791                     THRU 4000-ANOTAR-DIARIO-EXIT
006795             END-IF
006800         END-IF
006900     END-IF.
007000     STOP RUN.
007100******************************************************************
007200*    1000-BUSCAR-OPERADOR.
007300*    THE CODE MUST EXIST IN IFUOPE AND BE ACTIVE. AN IFUOPE THAT
007310*    CANNOT BE OPENED SAYS NOTHING ABOUT THE CODE, SO IT IS NOT
007320*    JOURNALED AS A REFUSAL.
007400******************************************************************
007500 1000-BUSCAR-OPERADOR.
007600     MOVE "N" TO OPE-HALLADO-SW.
008000             OPE-FILE-STATUS
008100         DISPLAY "IFUSIGN: EJECUTE IFUOMNT PARA CARGAR "
008200             "OPERADORES"
008250         SET OPE-ERROR TO TRUE
008300         GO TO 1000-BUSCAR-OPERADOR-EXIT
008400     END-IF.
008500     MOVE "N" TO OPE-EOF-SW.
010100                 IF OPE-INACTIVO THEN
010200                     DISPLAY "IFUSIGN: EL OPERADOR " ENT-CODIGO
010300                         " ESTA SUSPENDIDO"
010310                     SET OPE-SUSPENDIDO TO TRUE
010400                     SET OPE-EOF TO TRUE
010500                 ELSE
010600                     SET OPE-HALLADO TO TRUE
012800     CLOSE SES-FILE.
012900     DISPLAY "IFUSIGN: SESION ABIERTA PARA " OPE-CODIGO
013000         " " OPE-NOMBRE " NIVEL " OPE-NIVEL.
013010     MOVE "E" TO DIARIO-EVENTO.
013020     MOVE OPE-CODIGO TO DIARIO-OPERADOR.
013030     MOVE OPE-NIVEL TO DIARIO-NIVEL.
013040     PERFORM 4000-ANOTAR-DIARIO THRU 4000-ANOTAR-DIARIO-EXIT.
013100 2000-ABRIR-SESION-EXIT.
013200     EXIT.
013300******************************************************************
013400*    3000-CERRAR-SESION.
013500*    AN EMPTY SESSION FILE MEANS NOBODY IS SIGNED ON. THE CODE
013510*    BEING SIGNED OFF IS TAKEN FROM IT FIRST, FOR THE JOURNAL.
013600******************************************************************
013700 3000-CERRAR-SESION.
013710     MOVE SPACES TO DIARIO-OPERADOR.
013720     OPEN INPUT SES-FILE.
013730     IF SES-FILE-STATUS = "00" THEN
013740         READ SES-FILE
013750             NOT AT END
013760                 MOVE SES-OPERADOR TO DIARIO-OPERADOR
013770         END-READ
013780         CLOSE SES-FILE
013790     ELSE
013791         IF SES-FILE-STATUS = "05" THEN
013792             CLOSE SES-FILE
013793         END-IF
013794     END-IF.
013800     OPEN OUTPUT SES-FILE.
013900     IF SES-FILE-STATUS = "00" THEN
014000         CLOSE SES-FILE
014100         DISPLAY "IFUSIGN: SESION CERRADA"
014110         IF DIARIO-OPERADOR NOT = SPACES THEN
014120             MOVE "S" TO DIARIO-EVENTO
014130             MOVE 0 TO DIARIO-NIVEL
014140             PERFORM 4000-ANOTAR-DIARIO
014150                 THRU 4000-ANOTAR-DIARIO-EXIT
014160         END-IF
014200     ELSE
014300         DISPLAY "IFUSIGN: NO SE PUDO CERRAR LA SESION, "
014400             "ESTADO " SES-FILE-STATUS
014500     END-IF.
014600 3000-CERRAR-SESION-EXIT.
014700     EXIT.
014710******************************************************************
014720*    4000-ANOTAR-DIARIO.
014730*    APPEND THE DIARIO- EVENT TO THE SESSION JOURNAL. A JOURNAL
014740*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE
014750*    SIGN-ON OR SIGN-OFF ALREADY MADE.
014760******************************************************************
014770 4000-ANOTAR-DIARIO.
014780     OPEN EXTEND SEJ-FILE.
014790     IF SEJ-FILE-STATUS NOT = "00"
014791             AND SEJ-FILE-STATUS NOT = "05" THEN
014792         DISPLAY "IFUSIGN: NO SE PUDO GRABAR IFUSEJ, ESTADO "
014793             SEJ-FILE-STATUS
014794         GO TO 4000-ANOTAR-DIARIO-EXIT
014795     END-IF.
014796     ACCEPT SEJ-FECHA FROM DATE YYYYMMDD.
014797     ACCEPT SEJ-HORA FROM TIME.
014798     MOVE DIARIO-EVENTO TO SEJ-EVENTO.
014799     MOVE DIARIO-OPERADOR TO SEJ-OPERADOR.
014800     MOVE DIARIO-NIVEL TO SEJ-NIVEL.
014801     WRITE SEJ-RECORD.
014802     IF SEJ-FILE-STATUS NOT = "00" THEN
014803         DISPLAY "IFUSIGN: ERROR " SEJ-FILE-STATUS
014804             " GRABANDO IFUSEJ"
014805     END-IF.
014806     CLOSE SEJ-FILE.
014807 4000-ANOTAR-DIARIO-EXIT.
014808     EXIT.
014900 END PROGRAM     IFUSIGN.
