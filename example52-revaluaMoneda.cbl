039300     MOVE RVL-RUN-DATE        TO PJR-RUN-DATE.
039400     MOVE RVL-RUN-TIME        TO PJR-RUN-TIME.
039500     MOVE "RVL "              TO PJR-SOURCE.
039600     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME PJR-XFER-REF.
039700     OPEN EXTEND POST-JRNL-FILE.
039800     IF FS-NOT-FOUND OF WS-JRNL-STATUS
039900         OPEN OUTPUT POST-JRNL-FILE
