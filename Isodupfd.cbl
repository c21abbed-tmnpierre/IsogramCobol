       DATA DIVISION.
       FILE SECTION.
       FD  PHRASMST
           RECORD CONTAINS 214 CHARACTERS.
       COPY PHRMSTRC.

       FD  DUPRPT
