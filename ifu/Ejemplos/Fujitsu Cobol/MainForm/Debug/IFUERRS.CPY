000001******************************************************************
000002*    IFUERRS.CPY
000003*    Request area for the error-catalog lookup subprogram
000004*    IFUERRC, copied into WORKING-STORAGE by every caller and
000005*    passed on the CALL. The caller fills ERS-CODIGO with the
000006*    GET-Error code; IFUERRC answers with the catalog line. A
000007*    code missing from the catalog (or no catalog at all) reads
000008*    back "CODIGO NO CATALOGADO" and worth retrying, which is
000009*    how every code was treated before the catalog existed.
000010*        ERS-RESULTADO "S" - FOUND IN THE CATALOG.
000011*                      "N" - NOT CATALOGUED.
000012******************************************************************
000013 01  ERS-SOLICITUD.
000014     05  ERS-CODIGO          PIC S9(05).
000015     05  ERS-RESULTADO       PIC X(01).
000016         88  ERS-HALLADO                  VALUE "S".
000017         88  ERS-NO-HALLADO               VALUE "N".
000018     05  ERS-DESCRIPCION     PIC X(30).
000019     05  ERS-CATEGORIA       PIC X(01).
000020     05  ERS-ACCION          PIC X(40).
000021     05  ERS-REINTENTAR      PIC X(01).
000022         88  ERS-SIN-REINTENTO            VALUE "N".
