001100*    limit) and every matching log line is shown: timestamp,
001200*    station, method invoked and the GET-Error code the driver
001300*    answered. This is the page for the technician's "what did
001400*    you send the printer and what did it answer". A code
001410*    other than zero is shown with its short description from
001420*    the error catalog (IFUERR, via IFUERRC).
001500*
001600*    MODIFICATION HISTORY.
001700*    DATE       INIT DESCRIPTION
001800*    2026-08-21 SIS  Original operations-log viewer.
001810*    2026-09-01 SIS  SHOW THE NEW LOG-OPERADOR STAMP.
001820*    2026-10-15 SIS  SHOW THE ERROR-CATALOG DESCRIPTION NEXT
001830*                    TO EVERY NON-ZERO DRIVER CODE.
001900******************************************************************
002000 ENVIRONMENT     DIVISION.
002100 CONFIGURATION   SECTION.
003600     88  LOG-EOF                          VALUE "Y".
003700 77  REG-MOSTRADOS        PIC 9(07) COMP  VALUE 0.
003800 77  REG-LEIDOS           PIC 9(07) COMP  VALUE 0.
003810 COPY IFUERRS.
003900******************************************************************
004000*    OPERATOR ENTRIES.
004100******************************************************************
011500     MOVE HORA-TRAB-MM TO HORA-EDIT-MM.
011600     MOVE HORA-TRAB-SS TO HORA-EDIT-SS.
011700     MOVE LOG-CODIGO TO SAL-CODIGO.
011710     IF LOG-CODIGO = 0 THEN
011720         MOVE SPACES TO ERS-DESCRIPCION
011730     ELSE
011740         MOVE LOG-CODIGO TO ERS-CODIGO
011750         CALL "IFUERRC" USING ERS-SOLICITUD
011760     END-IF.
011800     DISPLAY "  " LOG-FECHA " " HORA-EDIT
011900         " " LOG-ESTACION
012000         " " LOG-METODO
012100         " COD " SAL-CODIGO
012110         " OP " LOG-OPERADOR
012120         " " ERS-DESCRIPCION.
012200     ADD 1 TO REG-MOSTRADOS.
012300 2100-MOSTRAR-LINEA-EXIT.
012400     EXIT.
