000001******************************************************************
000002*    IFUPAS.CPY
000003*    End-of-day step definitions for PAS-FILE, read by the
000004*    chain driver IFUEOD and the chain viewer IFUVEJE. One line
000005*    per step, in ascending step order: the step number, the
000006*    program the step runs, up to four earlier steps that must
000007*    have ended correctly before this one may run (zero = no
000008*    prerequisite), the limit in centavos handed to the step
000009*    (the tolerance of IFURECON, the over/short limit of
000010*    IFUARQR; ignored by the other programs) and the highest
000011*    return code still taken as a correct end (0 clean, 4 with
000012*    observations, 8 failed, 12 could not start). Only the
000013*    end-of-day programs that return to a caller may be named:
000014*    IFUPOS, IFULOAD, IFURECON, IFUDOCS, IFUARQR. When the file
000015*    does not exist IFUEOD writes the standard chain into it.
000016******************************************************************
000017 FD  PAS-FILE
000018     LABEL RECORDS ARE STANDARD.
000019 01  PAS-RECORD.
000020     05  PAS-PASO            PIC 9(03).
000021     05  PAS-PROGRAMA        PIC X(08).
000022         88  PAS-PROGRAMA-VALIDO          VALUE "IFUPOS" "IFULOAD"
000023                                                "IFURECON"
000024                                                "IFUDOCS"
000025                                                "IFUARQR".
000026     05  PAS-PREVIOS.
000027         10  PAS-PREVIO      PIC 9(03) OCCURS 4 TIMES.
000028     05  PAS-LIMITE          PIC 9(07).
000029     05  PAS-RC-MAXIMO       PIC 9(02).
