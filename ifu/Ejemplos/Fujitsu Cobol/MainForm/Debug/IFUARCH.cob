003491*    2026-09-01 SIS  TAKE THE SINGLE-WRITER INTERLOCK (IFULOCK)
003492*                    BEFORE REWRITING THE LIVE FILES, SO THE
003493*                    ARCHIVE CANNOT RACE A CLOSURE RUN.
003494*    2026-10-15 SIS  REFUSE A PERIOD SEALED IN THE PERIOD-STATUS
003495*                    FILE IFUPER (IFUPERC): ITS HISTORY FILES ARE
003496*                    WHAT WAS FILED AND ARE NOT REWRITTEN.
003500******************************************************************
003510 ENVIRONMENT     DIVISION.
003520 CONFIGURATION   SECTION.
009722     88  BLOQUEO-TOMADO                   VALUE "S".
009730 77  ERRORES-GRABACION    PIC 9(03) COMP  VALUE 0.
009731 COPY IFULCKS.
009732 COPY IFUPERS.
009800 77  FECHA-HOY            PIC 9(08)       VALUE 0.
009900 77  PERIODO              PIC 9(06)       VALUE 0.
010000 77  PERIODO-ACTUAL       PIC 9(06)       VALUE 0.
018100******************************************************************
018200*    1000-INICIALIZAR.
018300*    THE KEYED PERIOD MUST BE A CLOSED MONTH, NEVER THE
018400*    CURRENT OR A FUTURE ONE, AND NOT SEALED.
018500******************************************************************
018600 1000-INICIALIZAR.
018700     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
019400         SET HUBO-DESBORDE TO TRUE
019500         GO TO 1000-INICIALIZAR-EXIT
019600     END-IF.
019601     MOVE "C" TO PRS-ACCION.
019602     MOVE PERIODO TO PRS-PERIODO.
019603     MOVE "IFUARCH" TO PRS-SOLICITANTE.
019604     CALL "IFUPERC" USING PRS-SOLICITUD.
019605     IF PRS-SELLADO OR PRS-ERROR THEN
019606         DISPLAY "IFUARCH: EL PERIODO " PERIODO " ESTA SELLADO "
019607             "O SU ESTADO NO SE PUDO LEER (IFUPER); REABRIR CON "
019608             "IFUPMNT ANTES DE ARCHIVAR"
019609         SET HUBO-DESBORDE TO TRUE
019611         GO TO 1000-INICIALIZAR-EXIT
019612     END-IF.
019614*    THE ARCHIVE REWRITES THE LIVE FILES IN PLACE: NOTHING
019620*    ELSE MAY BE WRITING THEM WHILE IT RUNS.
019630     MOVE "T" TO LCK-ACCION.
019640     MOVE "IFUARCH" TO LCK-SOLICITANTE.
