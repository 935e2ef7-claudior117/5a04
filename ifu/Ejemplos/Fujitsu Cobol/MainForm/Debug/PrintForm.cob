000056 01 STATUS-Z-EDIT PIC ZZZZZ9.
000056 01 STATUS-PEND-EDIT PIC ZZZZZ9.
000056 01 MSG-TEXTO PIC X(8192).
000200 COPY IFUERRS.
000056 01 CONFIRM-ANSWER PIC S9(9) COMP-5.
#LINE 57,#START,#OTHER
000057 01 POW-0000 PIC S9(18) COMP-5.
000068     END-CALL
#LINE 68,#END
000068       ELSE
000201         PERFORM 1950-DESCRIBIR-ERROR
000201             THRU 1950-DESCRIBIR-ERROR-EXIT
000068         MOVE IS-OK TO COD-ERROR-EDIT
000068         STRING MSG-ERROR-CIERRE-TXT DELIMITED BY SIZE
000068                COD-ERROR-EDIT DELIMITED BY SIZE
000201                " " DELIMITED BY SIZE
000201                ERS-DESCRIPCION DELIMITED BY "  "
000201                ". " DELIMITED BY SIZE
000201                ERS-ACCION DELIMITED BY "  "
000068           INTO MSG-TEXTO
000068         END-STRING
#LINE 68,#START,INVOKE(68,16)
000152        CONTINUE
000152      END-IF
000064     ELSE
000201       PERFORM 1950-DESCRIBIR-ERROR
000201           THRU 1950-DESCRIBIR-ERROR-EXIT
000064       MOVE IS-OK TO COD-ERROR-EDIT
000064       STRING MSG-ERROR-INIT-TXT DELIMITED BY SIZE
000064              COD-ERROR-EDIT DELIMITED BY SIZE
000201              " " DELIMITED BY SIZE
000201              ERS-DESCRIPCION DELIMITED BY "  "
000201              ". " DELIMITED BY SIZE
000201              ERS-ACCION DELIMITED BY "  "
000064         INTO MSG-TEXTO
000064       END-STRING
#LINE 68,#START,INVOKE(68,16)
000201     END-IF.
000057 1900-GRABAR-LOG-EXIT.
000201     EXIT.
000057 1950-DESCRIBIR-ERROR.
000201     MOVE SPACES TO MSG-TEXTO.
000201     MOVE IS-OK TO ERS-CODIGO.
000201     CALL "IFUERRC" USING ERS-SOLICITUD.
000057 1950-DESCRIBIR-ERROR-EXIT.
000201     EXIT.
000069*</SCRIPT>
000070 END PROGRAM     POW-SCRIPTLET1.
000072 IDENTIFICATION  DIVISION.
000086     VALUE "NO SE PUDO INICIALIZAR EL DRIVER FISCAL. CODIGO:".
000087 01 COD-ERROR-EDIT PIC ZZZZ9-.
000088 01 MSG-TEXTO PIC X(8192).
000202 COPY IFUERRS.
#LINE 57,#START,#OTHER
000089 01 POW-0000 PIC S9(18) COMP-5.
000089 01 POW-0001 PIC S9(9) COMP-5.
000100     END-CALL
#LINE 100,#END
000099       ELSE
000203         PERFORM 2950-DESCRIBIR-ERROR
000203             THRU 2950-DESCRIBIR-ERROR-EXIT
000099         MOVE IS-OK TO COD-ERROR-EDIT
000099         STRING MSG-X-ERROR-TXT DELIMITED BY SIZE
000099                COD-ERROR-EDIT DELIMITED BY SIZE
000203                " " DELIMITED BY SIZE
000203                ERS-DESCRIPCION DELIMITED BY "  "
000203                ". " DELIMITED BY SIZE
000203                ERS-ACCION DELIMITED BY "  "
000099           INTO MSG-TEXTO
000099         END-STRING
#LINE 100,#START,INVOKE(100,16)
#LINE 100,#END
000099       END-IF
000096     ELSE
000203       PERFORM 2950-DESCRIBIR-ERROR
000203           THRU 2950-DESCRIBIR-ERROR-EXIT
000096       MOVE IS-OK TO COD-ERROR-EDIT
000096       STRING MSG-ERROR-INIT-TXT DELIMITED BY SIZE
000096              COD-ERROR-EDIT DELIMITED BY SIZE
000203              " " DELIMITED BY SIZE
000203              ERS-DESCRIPCION DELIMITED BY "  "
000203              ". " DELIMITED BY SIZE
000203              ERS-ACCION DELIMITED BY "  "
000096         INTO MSG-TEXTO
000096       END-STRING
#LINE 100,#START,INVOKE(100,16)
000203     END-IF.
000089 2900-GRABAR-LOG-EXIT.
000203     EXIT.
000089 2950-DESCRIBIR-ERROR.
000203     MOVE SPACES TO MSG-TEXTO.
000203     MOVE IS-OK TO ERS-CODIGO.
000203     CALL "IFUERRC" USING ERS-SOLICITUD.
000089 2950-DESCRIBIR-ERROR-EXIT.
000203     EXIT.
000101*</SCRIPT>
000102 END PROGRAM     POW-SCRIPTLET2.
000103 IDENTIFICATION  DIVISION.
000117     VALUE "NO SE PUDO INICIALIZAR EL DRIVER FISCAL. CODIGO:".
000118 01 COD-ERROR-EDIT PIC ZZZZ9-.
000119 01 MSG-TEXTO PIC X(8192).
000204 COPY IFUERRS.
000120 01 POW-0000 PIC S9(18) COMP-5.
000120 01 POW-0001 PIC S9(9) COMP-5.
000120 01 POW-0002 PIC S9(9) COMP-5.
000132         REFERENCE POW-0006
000132     END-CALL
000131       ELSE
000205         PERFORM 3950-DESCRIBIR-ERROR
000205             THRU 3950-DESCRIBIR-ERROR-EXIT
000131         MOVE IS-OK TO COD-ERROR-EDIT
000131         STRING MSG-REIMP-ERROR-TXT DELIMITED BY SIZE
000131                COD-ERROR-EDIT DELIMITED BY SIZE
000205                " " DELIMITED BY SIZE
000205                ERS-DESCRIPCION DELIMITED BY "  "
000205                ". " DELIMITED BY SIZE
000205                ERS-ACCION DELIMITED BY "  "
000131           INTO MSG-TEXTO
000131         END-STRING
000132     MOVE 117441026 TO POW-0000
000132     END-CALL
000131       END-IF
000128     ELSE
000205       PERFORM 3950-DESCRIBIR-ERROR
000205           THRU 3950-DESCRIBIR-ERROR-EXIT
000128       MOVE IS-OK TO COD-ERROR-EDIT
000128       STRING MSG-ERROR-INIT-TXT DELIMITED BY SIZE
000128              COD-ERROR-EDIT DELIMITED BY SIZE
000205              " " DELIMITED BY SIZE
000205              ERS-DESCRIPCION DELIMITED BY "  "
000205              ". " DELIMITED BY SIZE
000205              ERS-ACCION DELIMITED BY "  "
000128         INTO MSG-TEXTO
000128       END-STRING
000132     MOVE 117441026 TO POW-0000
000205     END-IF.
000121 3900-GRABAR-LOG-EXIT.
000205     EXIT.
000121 3950-DESCRIBIR-ERROR.
000205     MOVE SPACES TO MSG-TEXTO.
000205     MOVE IS-OK TO ERS-CODIGO.
000205     CALL "IFUERRC" USING ERS-SOLICITUD.
000121 3950-DESCRIBIR-ERROR-EXIT.
000205     EXIT.
000133*</SCRIPT>
000134 END PROGRAM     POW-SCRIPTLET3.
000071 END PROGRAM     PrintForm.
