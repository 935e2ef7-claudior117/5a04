001600*    run against the wrong port. Deactivating keeps the line
001700*    with CFG-ACTIVA "N" so the closure programs skip it until
001800*    the till is back.
001810*    Every change saved is also appended, with its before and
001820*    after image, operator and time, to the master change
001830*    journal IFUCAM.
001900*
002000*    MODIFICATION HISTORY.
002100*    DATE       INIT DESCRIPTION
002260*                    AROUND THE IFUCFG REWRITE, SO THE WHOLE-
002270*                    FILE SAVE CANNOT RACE A CLOSURE RUN THAT
002280*                    IS MID-READ OF THE STATION LIST.
002282*    2026-10-15 SIS  APPEND EVERY SAVED ADD, CHANGE, DEACTIVATION
002284*                    AND REACTIVATION, WITH BEFORE AND AFTER
002286*                    IMAGE, OPERATOR AND TIME, TO THE MASTER
002288*                    CHANGE JOURNAL IFUCAM.
002290*    2026-10-15 SIS  STAMP THE JOURNAL LINES WITH THE DATE AND
002292*                    TIME OF THE SAVE, NOT OF THE KEYING, SO AN
002294*                    EDIT SAVED AFTER MIDNIGHT DATES TO THE DAY IT
002296*                    TOOK EFFECT.
002300******************************************************************
002400 ENVIRONMENT     DIVISION.
002500 CONFIGURATION   SECTION.
003010     SELECT OPTIONAL SES-FILE ASSIGN TO "IFUSES"
003020         ORGANIZATION LINE SEQUENTIAL
003030         FILE STATUS IS SES-FILE-STATUS.
003040     SELECT OPTIONAL CAM-FILE ASSIGN TO "IFUCAM"
003050         ORGANIZATION LINE SEQUENTIAL
003060         FILE STATUS IS CAM-FILE-STATUS.
003100 DATA            DIVISION.
003200 FILE SECTION.
003300 COPY IFUCFG.
003310 COPY IFUSES.
003320 COPY IFUCAM.
003400 WORKING-STORAGE SECTION.
003500 01  CFG-FILE-STATUS         PIC X(02).
003510 01  SES-FILE-STATUS         PIC X(02).
003520 01  CAM-FILE-STATUS         PIC X(02).
003600******************************************************************
003700*    SWITCHES AND COUNTERS.
003800******************************************************************
006900         10  TAB-EST-PUNTO-VENTA PIC 9(05).
007000         10  TAB-EST-DESCRIPCION PIC X(30).
007100         10  TAB-EST-ACTIVA      PIC X(01).
007105******************************************************************
007110*    CHANGES MADE IN THE SESSION, FOR IFUCAM.
007115******************************************************************
007120 77  CAM-MAXIMO           PIC 9(03) COMP  VALUE 100.
007125 77  CAM-USADOS           PIC 9(03) COMP  VALUE 0.
007130 77  CAM-IDX              PIC 9(03) COMP  VALUE 0.
007135 01  TAB-CAMBIOS.
007140     05  TAB-CAM OCCURS 100 TIMES.
007155         10  TAB-CAM-ACCION      PIC X(01).
007160         10  TAB-CAM-CLAVE       PIC X(20).
007165         10  TAB-CAM-ANTES       PIC X(80).
007170         10  TAB-CAM-DESPUES     PIC X(80).
007175 01  CAMBIO-ACCION           PIC X(01).
007177 01  CAMBIO-FECHA            PIC 9(08).
007179 01  CAMBIO-HORA             PIC 9(08).
007180 01  CAMBIO-ANTES            PIC X(80).
007200******************************************************************
007300*    OPERATOR ENTRIES.
007400******************************************************************
021300*    4000-ALTA.
021400******************************************************************
021500 4000-ALTA.
021510     IF CAM-USADOS >= CAM-MAXIMO THEN
021520         DISPLAY "IFUMANT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
021530             "VUELVA A ENTRAR"
021540         GO TO 4000-ALTA-EXIT
021550     END-IF.
021600     IF EST-USADAS >= EST-MAXIMO THEN
021700         DISPLAY "IFUMANT: TABLA COMPLETA, NO HAY LUGAR"
021800         GO TO 4000-ALTA-EXIT
024200     MOVE ENT-DESCRIPCION TO TAB-EST-DESCRIPCION (EST-USADAS).
024300     MOVE "S" TO TAB-EST-ACTIVA (EST-USADAS).
024400     SET HAY-CAMBIOS TO TRUE.
024410     MOVE EST-USADAS TO EST-IDX.
024420     MOVE SPACES TO CAMBIO-ANTES.
024430     MOVE "A" TO CAMBIO-ACCION.
024440     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
024500     DISPLAY "IFUMANT: ALTA REGISTRADA: " ENT-ESTACION.
024600 4000-ALTA-EXIT.
024700     EXIT.
024900*    5000-MODIFICAR.
025000******************************************************************
025100 5000-MODIFICAR.
025110     IF CAM-USADOS >= CAM-MAXIMO THEN
025120         DISPLAY "IFUMANT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
025130             "VUELVA A ENTRAR"
025140         GO TO 5000-MODIFICAR-EXIT
025150     END-IF.
025200     DISPLAY "IFUMANT: CODIGO DE ESTACION A MODIFICAR".
025300     MOVE SPACES TO ENT-ESTACION.
025400     ACCEPT ENT-ESTACION.
026200     IF NOT ENTRADA-VALIDA THEN
026300         GO TO 5000-MODIFICAR-EXIT
026400     END-IF.
026410     MOVE TAB-EST (EST-IDX) TO CAMBIO-ANTES.
026500     MOVE ENT-MODELO TO TAB-EST-MODELO (EST-IDX).
026600     MOVE ENT-PUERTO TO TAB-EST-PUERTO (EST-IDX).
026700     MOVE ENT-PUNTO-VENTA TO TAB-EST-PUNTO-VENTA (EST-IDX).
026800     MOVE ENT-DESCRIPCION TO TAB-EST-DESCRIPCION (EST-IDX).
026900     SET HAY-CAMBIOS TO TRUE.
026910     MOVE "M" TO CAMBIO-ACCION.
026920     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
027000     DISPLAY "IFUMANT: MODIFICACION REGISTRADA: " ENT-ESTACION.
027100 5000-MODIFICAR-EXIT.
027200     EXIT.
027600*    HISTORY AND THE POINT-OF-SALE MAPPING SURVIVE.
027700******************************************************************
027800 6000-BAJA.
027810     IF CAM-USADOS >= CAM-MAXIMO THEN
027820         DISPLAY "IFUMANT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
027830             "VUELVA A ENTRAR"
027840         GO TO 6000-BAJA-EXIT
027850     END-IF.
027900     DISPLAY "IFUMANT: CODIGO DE ESTACION A SUSPENDER".
028000     MOVE SPACES TO ENT-ESTACION.
028100     ACCEPT ENT-ESTACION.
028500         DISPLAY "IFUMANT: NO EXISTE LA ESTACION " ENT-ESTACION
028600         GO TO 6000-BAJA-EXIT
028700     END-IF.
028710     MOVE TAB-EST (EST-IDX) TO CAMBIO-ANTES.
028800     MOVE "N" TO TAB-EST-ACTIVA (EST-IDX).
028900     SET HAY-CAMBIOS TO TRUE.
028910     MOVE "B" TO CAMBIO-ACCION.
028920     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
029000     DISPLAY "IFUMANT: ESTACION SUSPENDIDA: " ENT-ESTACION.
029100 6000-BAJA-EXIT.
029200     EXIT.
029400*    7000-REACTIVAR.
029500******************************************************************
029600 7000-REACTIVAR.
029610     IF CAM-USADOS >= CAM-MAXIMO THEN
029620         DISPLAY "IFUMANT: DEMASIADOS CAMBIOS, TERMINE CON F Y "
029630             "VUELVA A ENTRAR"
029640         GO TO 7000-REACTIVAR-EXIT
029650     END-IF.
029700     DISPLAY "IFUMANT: CODIGO DE ESTACION A REACTIVAR".
029800     MOVE SPACES TO ENT-ESTACION.
029900     ACCEPT ENT-ESTACION.
030300         DISPLAY "IFUMANT: NO EXISTE LA ESTACION " ENT-ESTACION
030400         GO TO 7000-REACTIVAR-EXIT
030500     END-IF.
030510     MOVE TAB-EST (EST-IDX) TO CAMBIO-ANTES.
030600     MOVE "S" TO TAB-EST-ACTIVA (EST-IDX).
030700     SET HAY-CAMBIOS TO TRUE.
030710     MOVE "R" TO CAMBIO-ACCION.
030720     PERFORM 7800-ANOTAR-CAMBIO THRU 7800-ANOTAR-CAMBIO-EXIT.
030800     DISPLAY "IFUMANT: ESTACION REACTIVADA: " ENT-ESTACION.
030900 7000-REACTIVAR-EXIT.
031000     EXIT.
036000     SET ENTRADA-VALIDA TO TRUE.
036100 7600-PEDIR-DATOS-EXIT.
036200     EXIT.
036205******************************************************************
036210*    7800-ANOTAR-CAMBIO.
036215*    THE CHANGE JUST MADE ON EST-IDX: CAMBIO-ANTES BEFORE, THE
036220*    TABLE LINE AFTER.
036225******************************************************************
036230 7800-ANOTAR-CAMBIO.
036235     ADD 1 TO CAM-USADOS.
036250     MOVE CAMBIO-ACCION TO TAB-CAM-ACCION (CAM-USADOS).
036255     MOVE TAB-EST-CODIGO (EST-IDX) TO TAB-CAM-CLAVE (CAM-USADOS).
036260     MOVE CAMBIO-ANTES TO TAB-CAM-ANTES (CAM-USADOS).
036265     MOVE TAB-EST (EST-IDX) TO TAB-CAM-DESPUES (CAM-USADOS).
036270 7800-ANOTAR-CAMBIO-EXIT.
036275     EXIT.
036300******************************************************************
036400*    8000-GRABAR-ARCHIVO.
036500*    WRITE THE WHOLE TABLE BACK, ONLY IF SOMETHING CHANGED.
038240     ELSE
038300         DISPLAY "IFUMANT: IFUCFG ACTUALIZADO, " EST-USADAS
038400             " ESTACIONES, POR " OPERADOR-SESION
038402         PERFORM 8300-GRABAR-CAMBIOS
038404             THRU 8300-GRABAR-CAMBIOS-EXIT
038410     END-IF.
038500 8000-GRABAR-ARCHIVO-EXIT.
038600     EXIT.
039770     CALL "IFULOCK" USING LCK-SOLICITUD.
039780 8200-LIBERAR-BLOQUEO-EXIT.
039790     EXIT.
039800******************************************************************
039810*    8300-GRABAR-CAMBIOS.
039820*    APPEND THE SESSION'S CHANGES TO THE MASTER CHANGE JOURNAL.
039830*    IFUCFG IS ALREADY REWRITTEN, SO A FAILURE HERE IS ONLY
039840*    REPORTED. EVERY LINE CARRIES THE DATE AND TIME OF THIS SAVE,
039845*    WHEN THE CHANGES TOOK EFFECT.
039850******************************************************************
039860 8300-GRABAR-CAMBIOS.
039870     OPEN EXTEND CAM-FILE.
039880     IF CAM-FILE-STATUS NOT = "00"
039890             AND CAM-FILE-STATUS NOT = "05" THEN
039900         DISPLAY "IFUMANT: NO SE PUDO GRABAR IFUCAM, ESTADO "
039910             CAM-FILE-STATUS
039920         GO TO 8300-GRABAR-CAMBIOS-EXIT
039930     END-IF.
039932     ACCEPT CAMBIO-FECHA FROM DATE YYYYMMDD.
039934     ACCEPT CAMBIO-HORA FROM TIME.
039940     MOVE 0 TO CAM-IDX.
039950     PERFORM 8310-GRABAR-CAMBIO
039960         THRU 8310-GRABAR-CAMBIO-EXIT
039970         UNTIL CAM-IDX >= CAM-USADOS.
039980     CLOSE CAM-FILE.
039990 8300-GRABAR-CAMBIOS-EXIT.
040000     EXIT.
040010 8310-GRABAR-CAMBIO.
040020     ADD 1 TO CAM-IDX.
040030     MOVE CAMBIO-FECHA TO CAM-FECHA.
040040     MOVE CAMBIO-HORA TO CAM-HORA.
040050     MOVE "IFUCFG" TO CAM-ARCHIVO.
040060     MOVE TAB-CAM-ACCION (CAM-IDX) TO CAM-ACCION.
040070     MOVE OPERADOR-SESION TO CAM-OPERADOR.
040080     MOVE TAB-CAM-CLAVE (CAM-IDX) TO CAM-CLAVE.
040090     MOVE TAB-CAM-ANTES (CAM-IDX) TO CAM-ANTES.
040100     MOVE TAB-CAM-DESPUES (CAM-IDX) TO CAM-DESPUES.
040110     WRITE CAM-RECORD.
040120     IF CAM-FILE-STATUS NOT = "00" THEN
040130         DISPLAY "IFUMANT: ERROR " CAM-FILE-STATUS
040140             " GRABANDO IFUCAM"
040150         MOVE CAM-USADOS TO CAM-IDX
040160     END-IF.
040170 8310-GRABAR-CAMBIO-EXIT.
040180     EXIT.
041000 END PROGRAM     IFUMANT.
