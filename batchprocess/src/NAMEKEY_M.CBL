       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NAMEKEY.
      *****************************************************************
      * Callable name normaliser for sanctions screening - SCREENING
      * and the night run reduce every holder name and every listed
      * name through this one routine, so both sides of a comparison
      * are always built by the same rules.
      *
      * Interface:
      *   CALL 'NAMEKEY' USING NAME-KEY-REQUEST   (COPY NKEYREC)
      *   NK-NAME in, NK-SORTED-KEY / NK-SQUEEZED-KEY / NK-WORD-COUNT
      *   out. Anything that is not a letter or a digit separates
      *   words; at most 10 words of up to 20 characters are kept.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 NK-WORK PIC X(40).
       01 NK-CHAR PIC X.
           88 NK-CHAR-ALNUM VALUE 'A' THRU 'Z' '0' THRU '9'.
       01 NK-POS PIC 99.
       01 NK-OUT-POS PIC 99.
       01 NK-WORD-LEN PIC 99.
       01 NK-WORDS.
           05 NK-WORD OCCURS 10 TIMES PIC X(20).
       01 NK-WORD-INDEX PIC 99.
       01 NK-SORT-INDEX PIC 99.
       01 NK-SWAP-WORD PIC X(20).
       LINKAGE SECTION.
           COPY NKEYREC.

       PROCEDURE DIVISION USING NAME-KEY-REQUEST.
           MOVE SPACES TO NK-SORTED-KEY
           MOVE SPACES TO NK-SQUEEZED-KEY
           MOVE 0 TO NK-WORD-COUNT
           MOVE FUNCTION UPPER-CASE(NK-NAME) TO NK-WORK
           PERFORM SplitWords
           PERFORM SortWords
           PERFORM BuildKeys
           GOBACK.

      * every character that is not a letter or digit ends a word;
      * the squeezed key collects the letters and digits on the way
       SplitWords SECTION.
           MOVE SPACES TO NK-WORDS
           MOVE 0 TO NK-OUT-POS
           MOVE 0 TO NK-WORD-LEN
           PERFORM VARYING NK-POS FROM 1 BY 1 UNTIL NK-POS > 40
               MOVE NK-WORK(NK-POS:1) TO NK-CHAR
               IF NK-CHAR-ALNUM
                   ADD 1 TO NK-OUT-POS
                   MOVE NK-CHAR TO NK-SQUEEZED-KEY(NK-OUT-POS:1)
                   IF NK-WORD-LEN = 0
                       ADD 1 TO NK-WORD-COUNT
                   END-IF
                   ADD 1 TO NK-WORD-LEN
                   IF NK-WORD-COUNT <= 10 AND NK-WORD-LEN <= 20
                       MOVE NK-CHAR TO
                           NK-WORD(NK-WORD-COUNT)(NK-WORD-LEN:1)
                   END-IF
               ELSE
                   MOVE 0 TO NK-WORD-LEN
               END-IF
           END-PERFORM
           IF NK-WORD-COUNT > 10
               MOVE 10 TO NK-WORD-COUNT
           END-IF
           .

       SortWords SECTION.
           PERFORM VARYING NK-WORD-INDEX FROM 1 BY 1
               UNTIL NK-WORD-INDEX >= NK-WORD-COUNT
               PERFORM VARYING NK-SORT-INDEX FROM NK-WORD-INDEX BY 1
                   UNTIL NK-SORT-INDEX > NK-WORD-COUNT
                   IF NK-WORD(NK-SORT-INDEX) < NK-WORD(NK-WORD-INDEX)
                       MOVE NK-WORD(NK-WORD-INDEX) TO NK-SWAP-WORD
                       MOVE NK-WORD(NK-SORT-INDEX)
                           TO NK-WORD(NK-WORD-INDEX)
                       MOVE NK-SWAP-WORD TO NK-WORD(NK-SORT-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       BuildKeys SECTION.
           MOVE 1 TO NK-OUT-POS
           PERFORM VARYING NK-WORD-INDEX FROM 1 BY 1
               UNTIL NK-WORD-INDEX > NK-WORD-COUNT
               OR NK-OUT-POS > 40
               STRING FUNCTION TRIM(NK-WORD(NK-WORD-INDEX))
                   DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO NK-SORTED-KEY
                   WITH POINTER NK-OUT-POS
               END-STRING
           END-PERFORM
           .

       END PROGRAM NAMEKEY.
