       LINKAGE SECTION.
       01 LS-CHANGE-TYPE      PIC X(10).
       01 LS-JOB-USER-ID      PIC X(8).
       01 LS-BEFORE-IMAGE     PIC X(61).
       01 LS-AFTER-IMAGE      PIC X(61).

       PROCEDURE DIVISION USING LS-CHANGE-TYPE LS-JOB-USER-ID
                                LS-BEFORE-IMAGE LS-AFTER-IMAGE.
