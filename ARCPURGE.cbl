       COPY "AUDTIMG.cpy".

       FD  AUDIT-ARCHIVE.
       01 AUDIT-ARCHIVE-RECORD      PIC X(156).

       FD  AUDIT-RETAINED.
       01 AUDIT-RETAINED-RECORD     PIC X(156).

       FD  DEPOSIT-AUDIT-LOG.
       01 DEPOSIT-AUDIT-RECORD.
