      *FILE=, which is what lets the resends be put back against the
      *transfer they belonged to
       FD AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(200).

      *the end-of-batch operations summary, kept with the shift log
       FD REPORT-FILE.
                   INTO AUDIT-FILE-PART AUDIT-REST-4
               END-UNSTRING
               UNSTRING AUDIT-REST-4 DELIMITED BY " RESENDS="
                   OR " START="
                   INTO AUDIT-BLOCKS-PART AUDIT-RESENDS-PART
               END-UNSTRING
           ELSE
                   INTO AUDIT-BYTES-PART AUDIT-REST-4
               END-UNSTRING
               UNSTRING AUDIT-REST-4 DELIMITED BY " RESENDS="
                   OR " START="
                   INTO AUDIT-BLOCKS-PART AUDIT-RESENDS-PART
               END-UNSTRING
           END-IF
