       01  PARMCARD-REC PIC X(80).

       FD  AUDITLOG
           RECORD CONTAINS 153 CHARACTERS.
       COPY AUDITREC.

       FD  AUDEXT
       01  AUDEXT-REC PIC X(132).

       FD  AUDARCH
           RECORD CONTAINS 153 CHARACTERS.
       01  AUDARCH-REC PIC X(153).

       FD  AUDITNEW
           RECORD CONTAINS 153 CHARACTERS.
       01  AUDITNEW-REC PIC X(153).

       WORKING-STORAGE SECTION.

