000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     IFUERRC.
000300*AUTHOR.         SISTEMAS.
000400*INSTALLATION.   BITINGENIERIA.
000500*DATE-WRITTEN.   2026-10-15.
000600*DATE-COMPILED.  2026-10-15.
000700******************************************************************
000800*    IFUERRC
000900*    Lookup of a driver GET-Error code in the error catalog
001000*    IFUERR (maintained with IFUEMNT). The catalog is loaded
001100*    into a table on the first call and kept for the rest of
001200*    the run, so a viewer describing every line of the log
001300*    reads the file once. A code missing from the catalog, or
001400*    a missing catalog, answers "CODIGO NO CATALOGADO" and
001500*    worth retrying, so nothing changes for a shop that has
001600*    not filled it in. Called with the IFUERRS request area
001700*    by PrintForm, IFUBATCH, IFUCTRL and IFUVLOG.
001800*
001900*    MODIFICATION HISTORY.
002000*    DATE       INIT DESCRIPTION
002100*    2026-10-15 SIS  Original error-catalog lookup.
002200******************************************************************
002300 ENVIRONMENT     DIVISION.
002400 CONFIGURATION   SECTION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL ERR-FILE ASSIGN TO "IFUERR"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS ERR-FILE-STATUS.
003000 DATA            DIVISION.
003100 FILE SECTION.
003200 COPY IFUERR.
003300 WORKING-STORAGE SECTION.
003400 01  ERR-FILE-STATUS         PIC X(02).
003500******************************************************************
003600*    SWITCHES AND COUNTERS.
003700******************************************************************
003800 77  ERR-EOF-SW           PIC X(01)       VALUE "N".
003900     88  ERR-EOF                          VALUE "Y".
004000 77  CATALOGO-CARGADO-SW  PIC X(01)       VALUE "N".
004100     88  CATALOGO-CARGADO                 VALUE "S".
004200 77  ERR-HALLADO-SW       PIC X(01)       VALUE "N".
004300     88  ERR-HALLADO                      VALUE "S".
004400******************************************************************
004500*    CATALOG TABLE.
004600******************************************************************
004700 77  CAT-MAXIMO           PIC 9(03) COMP  VALUE 300.
004800 77  CAT-USADOS           PIC 9(03) COMP  VALUE 0.
004900 77  CAT-IDX              PIC 9(03) COMP  VALUE 0.
005000 01  TAB-CATALOGO.
005100     05  TAB-CAT OCCURS 300 TIMES.
005200         10  TAB-CAT-CODIGO      PIC S9(05).
005300         10  TAB-CAT-DESCRIPCION PIC X(30).
005400         10  TAB-CAT-CATEGORIA   PIC X(01).
005500         10  TAB-CAT-ACCION      PIC X(40).
005600         10  TAB-CAT-REINTENTAR  PIC X(01).
005700 LINKAGE SECTION.
005800 COPY IFUERRS.
005900 PROCEDURE       DIVISION USING ERS-SOLICITUD.
006000******************************************************************
006100*    0000-MAINLINE.
006200******************************************************************
006300 0000-MAINLINE.
006400     IF NOT CATALOGO-CARGADO THEN
006500         PERFORM 1000-CARGAR-CATALOGO
006600             THRU 1000-CARGAR-CATALOGO-EXIT
006700     END-IF.
006800     PERFORM 2000-BUSCAR-CODIGO THRU 2000-BUSCAR-CODIGO-EXIT.
006900     GOBACK.
007000******************************************************************
007100*    1000-CARGAR-CATALOGO.
007200*    ONCE PER RUN. AN UNREADABLE CATALOG IS REPORTED AND LEFT
007300*    EMPTY, SO EVERY CODE READS AS NOT CATALOGUED.
007400******************************************************************
007500 1000-CARGAR-CATALOGO.
007600     SET CATALOGO-CARGADO TO TRUE.
007700     MOVE 0 TO CAT-USADOS.
007800     MOVE "N" TO ERR-EOF-SW.
007900     OPEN INPUT ERR-FILE.
008000     IF ERR-FILE-STATUS = "00" THEN
008100         PERFORM 1100-LEER-CATALOGO
008200             THRU 1100-LEER-CATALOGO-EXIT
008300             UNTIL ERR-EOF
008400         CLOSE ERR-FILE
008500     ELSE
008600         IF ERR-FILE-STATUS = "05" THEN
008700             CLOSE ERR-FILE
008800         ELSE
008900             DISPLAY "IFUERRC: NO SE PUDO ABRIR IFUERR, ESTADO "
009000                 ERR-FILE-STATUS
009100         END-IF
009200     END-IF.
009300 1000-CARGAR-CATALOGO-EXIT.
009400     EXIT.
009500 1100-LEER-CATALOGO.
009600     READ ERR-FILE
009700         AT END
009800             SET ERR-EOF TO TRUE
009900         NOT AT END
010000             IF CAT-USADOS < CAT-MAXIMO THEN
010100                 ADD 1 TO CAT-USADOS
010200                 MOVE ERR-CODIGO TO TAB-CAT-CODIGO (CAT-USADOS)
010300                 MOVE ERR-DESCRIPCION
010400                     TO TAB-CAT-DESCRIPCION (CAT-USADOS)
010500                 MOVE ERR-CATEGORIA
010600                     TO TAB-CAT-CATEGORIA (CAT-USADOS)
010700                 MOVE ERR-ACCION TO TAB-CAT-ACCION (CAT-USADOS)
010800                 MOVE ERR-REINTENTAR
010900                     TO TAB-CAT-REINTENTAR (CAT-USADOS)
011000             ELSE
011100                 DISPLAY "IFUERRC: CATALOGO COMPLETO, SE OMITE "
011200                     "UNA LINEA"
011300                 SET ERR-EOF TO TRUE
011400             END-IF
011500     END-READ.
011600 1100-LEER-CATALOGO-EXIT.
011700     EXIT.
011800******************************************************************
011900*    2000-BUSCAR-CODIGO.
012000******************************************************************
012100 2000-BUSCAR-CODIGO.
012200     MOVE "N" TO ERR-HALLADO-SW.
012300     MOVE 0 TO CAT-IDX.
012400     PERFORM 2100-PROBAR-CODIGO
012500         THRU 2100-PROBAR-CODIGO-EXIT
012600         UNTIL ERR-HALLADO OR CAT-IDX >= CAT-USADOS.
012700     IF ERR-HALLADO THEN
012800         MOVE "S" TO ERS-RESULTADO
012900         MOVE TAB-CAT-DESCRIPCION (CAT-IDX) TO ERS-DESCRIPCION
013000         MOVE TAB-CAT-CATEGORIA (CAT-IDX) TO ERS-CATEGORIA
013100         MOVE TAB-CAT-ACCION (CAT-IDX) TO ERS-ACCION
013200         MOVE TAB-CAT-REINTENTAR (CAT-IDX) TO ERS-REINTENTAR
013300     ELSE
013400         MOVE "N" TO ERS-RESULTADO
013500         MOVE "CODIGO NO CATALOGADO" TO ERS-DESCRIPCION
013600         MOVE SPACE TO ERS-CATEGORIA
013700         MOVE SPACES TO ERS-ACCION
013800         MOVE "S" TO ERS-REINTENTAR
013900     END-IF.
014000 2000-BUSCAR-CODIGO-EXIT.
014100     EXIT.
014200 2100-PROBAR-CODIGO.
014300     ADD 1 TO CAT-IDX.
014400     IF TAB-CAT-CODIGO (CAT-IDX) = ERS-CODIGO THEN
014500         SET ERR-HALLADO TO TRUE
014600     END-IF.
014700 2100-PROBAR-CODIGO-EXIT.
014800     EXIT.
014900 END PROGRAM     IFUERRC.
