       FILE SECTION.

       FD  SAVED-QUOTE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY EPSQUOTE.

       FD  LOCK-REPORT
