                       TO WS-CP-EBCDIC-CHARS
                   INSPECT HDR-RUN-TM    CONVERTING WS-CP-ASCII-CHARS
                       TO WS-CP-EBCDIC-CHARS
                   INSPECT HDR-LAYOUT-ID CONVERTING WS-CP-ASCII-CHARS
                       TO WS-CP-EBCDIC-CHARS
                   INSPECT HDR-LAYOUT-VERSION CONVERTING WS-CP-ASCII-CHARS
                       TO WS-CP-EBCDIC-CHARS
               WHEN "D"
                   INSPECT DTL-REC-TYPE  CONVERTING WS-CP-ASCII-CHARS
                       TO WS-CP-EBCDIC-CHARS
                       TO WS-CP-ASCII-CHARS
                   INSPECT HDR-RUN-TM    CONVERTING WS-CP-EBCDIC-CHARS
                       TO WS-CP-ASCII-CHARS
                   INSPECT HDR-LAYOUT-ID CONVERTING WS-CP-EBCDIC-CHARS
                       TO WS-CP-ASCII-CHARS
                   INSPECT HDR-LAYOUT-VERSION CONVERTING WS-CP-EBCDIC-CHARS
                       TO WS-CP-ASCII-CHARS
               WHEN X"C4"
                   INSPECT DTL-REC-TYPE  CONVERTING WS-CP-EBCDIC-CHARS
                       TO WS-CP-ASCII-CHARS
