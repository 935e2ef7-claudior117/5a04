000001******************************************************************
000002*    IFUCAM.CPY
000003*    Master change journal record for CAM-FILE. The master
000004*    maintenance programs (IFUMANT over IFUCFG, IFUOMNT over
000005*    IFUOPE, IFUCMNT over IFUCAL) load their file, work on a
000006*    table and write it back whole; once the rewrite has gone
000007*    through they append one line here per add, change,
000008*    deactivation, reactivation or delete made in the session,
000009*    stamped with the signed-on operator and the time of the
000010*    save. CAM-ANTES and CAM-DESPUES hold the whole master
000011*    record before and after (blank before an add and after a
000012*    delete); CAM-CLAVE is the record's key, its leading bytes
000013*    (station, operator code, or calendar type/date/station/
000014*    weekday). IFUCAMR lists the journal and rolls IFUCFG back
000015*    to a past date.
000016******************************************************************
000017 FD  CAM-FILE
000018     LABEL RECORDS ARE STANDARD.
000019 01  CAM-RECORD.
000020     05  CAM-FECHA           PIC 9(08).
000021     05  CAM-HORA            PIC 9(08).
000022     05  CAM-ARCHIVO         PIC X(06).
000023     05  CAM-ACCION          PIC X(01).
000024         88  CAM-ALTA                     VALUE "A".
000025         88  CAM-MODIFICACION             VALUE "M".
000026         88  CAM-BAJA                     VALUE "B".
000027         88  CAM-REACTIVACION             VALUE "R".
000028         88  CAM-BORRADO                  VALUE "D".
000029     05  CAM-OPERADOR        PIC X(06).
000030     05  CAM-CLAVE           PIC X(20).
000031     05  CAM-ANTES           PIC X(80).
000032     05  CAM-DESPUES         PIC X(80).
