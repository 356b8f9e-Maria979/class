       FD  CODE-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CODETBL.

       WORKING-STORAGE SECTION.
       01 SWITCHES-IN-PROGRAM.
