       COPY "AUDTIMG.cpy".

       FD  RETRIEVAL-OUTPUT.
       01 RETRIEVAL-RECORD          PIC X(156).

       WORKING-STORAGE SECTION.
       01 WS-AUDTARCH-STATUS  PIC XX.
