      *****************************************************************
      *    SANCLIST                                                   *
      *    RECORD LAYOUT FOR THE SANCTIONS WATCH-LIST FILE (160       *
      *    BYTES), ONE RECORD PER NAME ON THE PUBLISHED GOVERNMENT    *
      *    SANCTIONS LIST - THE PRIMARY NAME AS SEQUENCE 00 AND EACH  *
      *    ALSO-KNOWN-AS AS 01 UP, IN ENTRY-ID/SEQUENCE ORDER.        *
      *    SANCLOAD REBUILDS IT FROM EACH PUBLISHED LIST AND FILLS    *
      *    THE MATCH NAME THROUGH SANCNORM; SANCSCRN SCREENS PAYEE    *
      *    NAMES AGAINST THE MATCH NAMES.                             *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  SANCTION-LIST-REC.
           05  SL-KEY.
               10  SL-ENTRY-ID                    PIC  X(10).
               10  SL-NAME-SEQ                    PIC  9(02).
           05  SL-ENTRY-TYPE                      PIC  X(01).
               88  SL-INDIVIDUAL                      VALUE "I".
               88  SL-ENTITY                          VALUE "E".
               88  SL-VESSEL                          VALUE "V".
           05  SL-PROGRAM                         PIC  X(10).
      *    THE NAME AS PUBLISHED, AND THE SAME NAME UPPER-CASED WITH
      *    PUNCTUATION AND NOISE WORDS (INC, LLC, MR, ESTATE ...)
      *    TAKEN OUT - THE FORM EVERY PAYEE NAME IS COMPARED IN.
           05  SL-NAME                            PIC  X(60).
           05  SL-MATCH-NAME                      PIC  X(60).
      *    PUBLICATION DATE OF THE LIST THIS RECORD CAME FROM.
           05  SL-LIST-DATE                       PIC  9(08).
           05  FILLER                             PIC  X(09).
