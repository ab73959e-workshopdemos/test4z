       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGDP'.

      ******************************************************************
      * ZTPDOGDP - Probable duplicate adopter review list.
      *
      * The posting run checks an adopter's eligibility by ID alone,
      * so a barred adopter who registers again under a new ID with a
      * slightly different spelling of the name gets round the bar.
      * This program reads the whole ADPMAST adopter master and pairs
      * up registrations whose names normalise to the same key:
      *
      *   - the name is upper-cased, punctuation, initials and titles
      *     are dropped and the remaining words are put in order, so
      *     'SMITH, JOHN A.' and 'John Smith' are the SAME NAME;
      *   - each word is then reduced to a sound code (consonant
      *     groups, vowels dropped, doubled letters collapsed), so
      *     'JON SMYTH' is a SIMILAR NAME to 'JOHN SMITH'.
      *
      * Each pair is listed on DUPRPT oldest registration first with
      * the days between the two register dates, under a priority:
      * HIGH when either registration is barred (above all an older
      * barred registration with a newer active one - the bypass),
      * MEDIUM for the same name, LOW for a similar one. The review
      * list suggests merging the newer ID into the older; the merge
      * itself is a MERGE transaction through ZTPDOGAM, after the
      * pair has been checked by hand. IDs already MERGED are not
      * compared.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADPMAST ASSIGN TO ADPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADM-ADOPTER-ID
               FILE STATUS IS WS-ADPMAST-STATUS.

           SELECT DUPRPT ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ADPMAST.
           COPY ZTPDGADM.

       FD  DUPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUP-REPORT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-ADPMAST-STATUS               PIC XX.
       01  WS-DUPRPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).

      * Every adopter not yet merged, with its two name keys.
       01  WS-ADOPTER-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ADOPTER-TABLE.
           05  WS-ADOPTER-ENTRY            OCCURS 10000 TIMES.
               10  WS-TAB-ADOPTER-ID       PIC X(8).
               10  WS-TAB-ADOPTER-NAME     PIC X(30).
               10  WS-TAB-STATUS           PIC X(8).
               10  WS-TAB-REGISTER-DATE    PIC 9(8).
               10  WS-TAB-NAME-KEY         PIC X(40).
               10  WS-TAB-SOUND-KEY        PIC X(40).
       01  WS-ADP-IX                       PIC 9(5).
       01  WS-CMP-IX                       PIC 9(5).

      * Name normalisation work areas. Up to seven words are kept; an
      * initial (one letter) or a title is dropped.
       01  WS-NORM-NAME                    PIC X(30).
       01  WS-NAME-CHAR                    PIC X.
       01  WS-CHAR-IX                      PIC 9(2).
       01  WS-IN-WORD-SWITCH               PIC X.
           88  WS-IN-WORD                  VALUE 'Y'.
       01  WS-WORD-COUNT                   PIC 9(1).
       01  WS-WORD-TABLE.
           05  WS-WORD-ENTRY               OCCURS 7 TIMES.
               10  WS-WORD                 PIC X(30).
               10  WS-WORD-LENGTH          PIC 9(2).
               10  WS-WORD-CODE            PIC X(8).
       01  WS-WORD-IX                      PIC 9(1).
       01  WS-SORT-IX                      PIC 9(1).
       01  WS-SWAP-WORD                    PIC X(40).
       01  WS-NAME-KEY                     PIC X(40).
       01  WS-SOUND-KEY                    PIC X(40).
       01  WS-KEY-POINTER                  PIC 9(2).

      * Sound code of each letter, in alphabet order: 1 labials,
      * 2 gutturals and sibilants, 3 dentals, 4 L, 5 nasals, 6 R;
      * 0 a vowel (separates repeats), 9 H, W or Y (ignored).
       01  WS-ALPHABET                     PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-SOUND-GROUPS                 PIC X(26) VALUE
           '01230129022455012623019292'.
       01  WS-ALPHA-IX                     PIC 9(2).
       01  WS-LETTER-CODE                  PIC X.
       01  WS-PREVIOUS-CODE                PIC X.
       01  WS-CODE-LENGTH                  PIC 9(2).

      * Probable duplicate pairs held for printing by priority.
      * Past the table size the pairs are still counted.
       01  WS-PAIR-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-PAIR-HELD                    PIC 9(4) VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY               OCCURS 2000 TIMES.
               10  WS-PR-OLDER-IX          PIC 9(5).
               10  WS-PR-NEWER-IX          PIC 9(5).
               10  WS-PR-PRIORITY          PIC 9(1).
               10  WS-PR-MATCH-TYPE        PIC X(12).
               10  WS-PR-DAYS-APART        PIC 9(5).
               10  WS-PR-NOTE              PIC X(30).
       01  WS-PAIR-IX                      PIC 9(4).
       01  WS-PAIR-NUMBER                  PIC 9(4).
       01  WS-OLDER-IX                     PIC 9(5).
       01  WS-NEWER-IX                     PIC 9(5).
       01  WS-PRIORITY                     PIC 9(1).
       01  WS-PRIORITY-IX                  PIC 9(1).
       01  WS-DAYS-APART                   PIC S9(7).
       01  WS-PAIR-NOTE                    PIC X(30).
       01  WS-MATCH-TYPE                   PIC X(12).

      * Run totals.
       01  WS-MASTER-READ-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-MERGED-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PRIORITY-TOTALS.
           05  WS-PRIORITY-COUNT           PIC 9(5) OCCURS 3 TIMES.

      * Report line layouts.
       01  WS-DUP-TITLE-LINE.
           05  FILLER                      PIC X(45) VALUE
               'ZTPDOGDP  PROBABLE DUPLICATE ADOPTERS    RUN '.
           05  WS-DTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(80) VALUE SPACES.

       01  WS-PRIORITY-HEADINGS.
           05  FILLER                      PIC X(50) VALUE
               'PRIORITY HIGH - A BARRED REGISTRATION IS INVOLVED'.
           05  FILLER                      PIC X(50) VALUE
               'PRIORITY MEDIUM - SAME NORMALISED NAME'.
           05  FILLER                      PIC X(50) VALUE
               'PRIORITY LOW - SIMILAR SOUNDING NAME'.
       01  WS-PRIORITY-HEADING-TABLE REDEFINES WS-PRIORITY-HEADINGS.
           05  WS-PRIORITY-HEADING         PIC X(50) OCCURS 3 TIMES.

       01  WS-PAIR-HEADER-LINE.
           05  FILLER                      PIC X(5)  VALUE 'PAIR '.
           05  WS-PHL-PAIR-NUMBER          PIC ZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PHL-MATCH-TYPE           PIC X(12).
           05  FILLER                      PIC X(12) VALUE
               ' REGISTERED '.
           05  WS-PHL-DAYS-APART           PIC ZZZZ9.
           05  FILLER                      PIC X(13) VALUE
               ' DAYS APART  '.
           05  WS-PHL-NOTE                 PIC X(30).
           05  FILLER                      PIC X(16) VALUE
               '  SUGGEST MERGE '.
           05  WS-PHL-NEWER-ID             PIC X(8).
           05  FILLER                      PIC X(6)  VALUE ' INTO '.
           05  WS-PHL-OLDER-ID             PIC X(8).
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-ADOPTER-LINE.
           05  FILLER                      PIC X(6)  VALUE SPACES.
           05  WS-ADL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-ADOPTER-NAME         PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-STATUS               PIC X(8).
           05  FILLER                      PIC X(13) VALUE
               '  REGISTERED '.
           05  WS-ADL-REGISTER-DATE        PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-NAME-KEY             PIC X(40).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-DUP-TOTAL-LINE.
           05  WS-DTO-LABEL                PIC X(40).
           05  WS-DTO-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-DUP-NOTE-LINE                PIC X(133).

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform load-adopter-master
           perform find-duplicate-pairs
           perform write-pair-sections
           perform write-run-totals
           perform terminate-run

           goback.

      ******************************************************************
      * Open files and write the report title.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE

           open input ADPMAST
           if WS-ADPMAST-STATUS not = '00'
               display 'ZTPDOGDP: ADPMAST OPEN FAILED, STATUS='
                   WS-ADPMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output DUPRPT
           if WS-DUPRPT-STATUS not = '00'
               display 'ZTPDOGDP: DUPRPT OPEN FAILED, STATUS='
                   WS-DUPRPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-PRIORITY-COUNT(1)
           move zero to WS-PRIORITY-COUNT(2)
           move zero to WS-PRIORITY-COUNT(3)

           move WS-RUN-DATE to WS-DTL-RUN-DATE
           move WS-DUP-TITLE-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE
           move spaces to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           exit.

      ******************************************************************
      * Browse ADPMAST into the adopter table, building each
      * adopter's name keys. Merged IDs are retired and skipped.
      ******************************************************************
       load-adopter-master.

           move low-values to ADM-ADOPTER-ID
           start ADPMAST key is not less than ADM-ADOPTER-ID
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read ADPMAST next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-MASTER-READ-COUNT
                       if ADM-STATUS-MERGED
                           add 1 to WS-MERGED-SKIPPED-COUNT
                       else
                           perform load-one-adopter
                       end-if
               end-read
           end-perform

           exit.

       load-one-adopter.

           if WS-ADOPTER-COUNT >= 10000
               display 'ZTPDOGDP: ADPMAST EXCEEDS 10000 ADOPTERS'
               move 16 to RETURN-CODE
               stop run
           end-if

           move ADM-ADOPTER-NAME to WS-NORM-NAME
           perform build-name-keys

           add 1 to WS-ADOPTER-COUNT
           move ADM-ADOPTER-ID to WS-TAB-ADOPTER-ID(WS-ADOPTER-COUNT)
           move ADM-ADOPTER-NAME
               to WS-TAB-ADOPTER-NAME(WS-ADOPTER-COUNT)
           move ADM-STATUS to WS-TAB-STATUS(WS-ADOPTER-COUNT)
           if ADM-REGISTER-DATE numeric
               move ADM-REGISTER-DATE
                   to WS-TAB-REGISTER-DATE(WS-ADOPTER-COUNT)
           else
               move zero to WS-TAB-REGISTER-DATE(WS-ADOPTER-COUNT)
           end-if
           move WS-NAME-KEY to WS-TAB-NAME-KEY(WS-ADOPTER-COUNT)
           move WS-SOUND-KEY to WS-TAB-SOUND-KEY(WS-ADOPTER-COUNT)

           exit.

      ******************************************************************
      * Normalise WS-NORM-NAME into WS-NAME-KEY (its words in order,
      * one space apart) and WS-SOUND-KEY (the words' sound codes in
      * order, hyphen-separated). Letters make up words; an
      * apostrophe is dropped inside a word (O'BRIEN is OBRIEN) and
      * anything else ends the word.
      ******************************************************************
       build-name-keys.

           inspect WS-NORM-NAME converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           move spaces to WS-WORD-TABLE
           move zero to WS-WORD-COUNT
           move 'N' to WS-IN-WORD-SWITCH

           perform varying WS-CHAR-IX from 1 by 1
                   until WS-CHAR-IX > 30
               move WS-NORM-NAME(WS-CHAR-IX:1) to WS-NAME-CHAR
               evaluate true
                   when WS-NAME-CHAR is alphabetic-upper and
                           WS-NAME-CHAR not = space
                       perform add-name-letter
                   when WS-NAME-CHAR = quote or
                           WS-NAME-CHAR = "'"
                       continue
                   when other
                       if WS-IN-WORD
                           perform end-name-word
                       end-if
               end-evaluate
           end-perform

           if WS-IN-WORD
               perform end-name-word
           end-if

           perform varying WS-WORD-IX from 1 by 1
                   until WS-WORD-IX > WS-WORD-COUNT
               perform code-name-word
           end-perform

           perform sort-name-words

           move spaces to WS-NAME-KEY
           move spaces to WS-SOUND-KEY

           move 1 to WS-KEY-POINTER
           perform varying WS-WORD-IX from 1 by 1
                   until WS-WORD-IX > WS-WORD-COUNT
               string WS-WORD(WS-WORD-IX) delimited by space
                       ' ' delimited by size
                   into WS-NAME-KEY
                   with pointer WS-KEY-POINTER
                   on overflow
                       continue
               end-string
           end-perform

           perform sort-word-codes

           move 1 to WS-KEY-POINTER
           perform varying WS-WORD-IX from 1 by 1
                   until WS-WORD-IX > WS-WORD-COUNT
               string WS-WORD-CODE(WS-WORD-IX) delimited by space
                       '-' delimited by size
                   into WS-SOUND-KEY
                   with pointer WS-KEY-POINTER
                   on overflow
                       continue
               end-string
           end-perform

           exit.

      ******************************************************************
      * Add the letter in hand to the current word, starting a new
      * word when between words. Letters past the seventh word run
      * on into it.
      ******************************************************************
       add-name-letter.

           if not WS-IN-WORD
               if WS-WORD-COUNT < 7
                   add 1 to WS-WORD-COUNT
                   move spaces to WS-WORD(WS-WORD-COUNT)
                   move zero to WS-WORD-LENGTH(WS-WORD-COUNT)
               end-if
               move 'Y' to WS-IN-WORD-SWITCH
           end-if

           if WS-WORD-LENGTH(WS-WORD-COUNT) < 30
               add 1 to WS-WORD-LENGTH(WS-WORD-COUNT)
               move WS-NAME-CHAR to WS-WORD(WS-WORD-COUNT)
                   (WS-WORD-LENGTH(WS-WORD-COUNT):1)
           end-if

           exit.

      ******************************************************************
      * Close the current word, dropping it again when it is an
      * initial or a title.
      ******************************************************************
       end-name-word.

           move 'N' to WS-IN-WORD-SWITCH

           if WS-WORD-LENGTH(WS-WORD-COUNT) < 2 or
                   WS-WORD(WS-WORD-COUNT) = 'MR' or
                   WS-WORD(WS-WORD-COUNT) = 'MRS' or
                   WS-WORD(WS-WORD-COUNT) = 'MS' or
                   WS-WORD(WS-WORD-COUNT) = 'MISS' or
                   WS-WORD(WS-WORD-COUNT) = 'DR'
               move spaces to WS-WORD(WS-WORD-COUNT)
               move zero to WS-WORD-LENGTH(WS-WORD-COUNT)
               subtract 1 from WS-WORD-COUNT
           end-if

           exit.

      ******************************************************************
      * Sound code of one word: the first letter's group, then each
      * later consonant group that differs from the one before it.
      * Vowels separate repeats; H, W and Y are skipped.
      ******************************************************************
       code-name-word.

           move spaces to WS-WORD-CODE(WS-WORD-IX)
           move zero to WS-CODE-LENGTH

           perform varying WS-CHAR-IX from 1 by 1
                   until WS-CHAR-IX > WS-WORD-LENGTH(WS-WORD-IX)
               move WS-WORD(WS-WORD-IX)(WS-CHAR-IX:1) to WS-NAME-CHAR
               perform find-letter-code
               evaluate true
                   when WS-CHAR-IX = 1
                       if WS-LETTER-CODE = '9'
                           move '0' to WS-LETTER-CODE
                       end-if
                       move 1 to WS-CODE-LENGTH
                       move WS-LETTER-CODE
                           to WS-WORD-CODE(WS-WORD-IX)(1:1)
                       move WS-LETTER-CODE to WS-PREVIOUS-CODE
                   when WS-LETTER-CODE = '9'
                       continue
                   when WS-LETTER-CODE = '0'
                       move '0' to WS-PREVIOUS-CODE
                   when WS-LETTER-CODE = WS-PREVIOUS-CODE
                       continue
                   when WS-CODE-LENGTH < 8
                       add 1 to WS-CODE-LENGTH
                       move WS-LETTER-CODE to WS-WORD-CODE(WS-WORD-IX)
                           (WS-CODE-LENGTH:1)
                       move WS-LETTER-CODE to WS-PREVIOUS-CODE
               end-evaluate
           end-perform

           exit.

       find-letter-code.

           move '9' to WS-LETTER-CODE

           perform varying WS-ALPHA-IX from 1 by 1
                   until WS-ALPHA-IX > 26
               if WS-ALPHABET(WS-ALPHA-IX:1) = WS-NAME-CHAR
                   move WS-SOUND-GROUPS(WS-ALPHA-IX:1)
                       to WS-LETTER-CODE
                   move 26 to WS-ALPHA-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * Exchange sorts of the (at most seven) words and of their sound
      * codes, so word order in the name does not matter.
      ******************************************************************
       sort-name-words.

           perform varying WS-WORD-IX from 1 by 1
                   until WS-WORD-IX >= WS-WORD-COUNT
               perform varying WS-SORT-IX from WS-WORD-IX by 1
                       until WS-SORT-IX > WS-WORD-COUNT
                   if WS-WORD(WS-SORT-IX) < WS-WORD(WS-WORD-IX)
                       move WS-WORD(WS-SORT-IX) to WS-SWAP-WORD
                       move WS-WORD(WS-WORD-IX) to WS-WORD(WS-SORT-IX)
                       move WS-SWAP-WORD to WS-WORD(WS-WORD-IX)
                   end-if
               end-perform
           end-perform

           exit.

       sort-word-codes.

           perform varying WS-WORD-IX from 1 by 1
                   until WS-WORD-IX >= WS-WORD-COUNT
               perform varying WS-SORT-IX from WS-WORD-IX by 1
                       until WS-SORT-IX > WS-WORD-COUNT
                   if WS-WORD-CODE(WS-SORT-IX) <
                           WS-WORD-CODE(WS-WORD-IX)
                       move WS-WORD-CODE(WS-SORT-IX) to WS-SWAP-WORD
                       move WS-WORD-CODE(WS-WORD-IX)
                           to WS-WORD-CODE(WS-SORT-IX)
                       move WS-SWAP-WORD to WS-WORD-CODE(WS-WORD-IX)
                   end-if
               end-perform
           end-perform

           exit.

      ******************************************************************
      * Compare every adopter with every later one on the sound key;
      * a name with no usable words never matches.
      ******************************************************************
       find-duplicate-pairs.

           perform varying WS-ADP-IX from 1 by 1
                   until WS-ADP-IX >= WS-ADOPTER-COUNT
               if WS-TAB-SOUND-KEY(WS-ADP-IX) not = spaces
                   compute WS-CMP-IX = WS-ADP-IX + 1
                   perform varying WS-CMP-IX from WS-CMP-IX by 1
                           until WS-CMP-IX > WS-ADOPTER-COUNT
                       if WS-TAB-SOUND-KEY(WS-CMP-IX) =
                               WS-TAB-SOUND-KEY(WS-ADP-IX)
                           perform note-duplicate-pair
                       end-if
                   end-perform
               end-if
           end-perform

           exit.

      ******************************************************************
      * Order the pair by register date, grade it and hold it.
      ******************************************************************
       note-duplicate-pair.

           if WS-TAB-REGISTER-DATE(WS-CMP-IX) <
                   WS-TAB-REGISTER-DATE(WS-ADP-IX)
               move WS-CMP-IX to WS-OLDER-IX
               move WS-ADP-IX to WS-NEWER-IX
           else
               move WS-ADP-IX to WS-OLDER-IX
               move WS-CMP-IX to WS-NEWER-IX
           end-if

           move zero to WS-DAYS-APART
           if WS-TAB-REGISTER-DATE(WS-OLDER-IX) >= 19000101
               compute WS-DAYS-APART =
                   function integer-of-date
                       (WS-TAB-REGISTER-DATE(WS-NEWER-IX))
                   - function integer-of-date
                       (WS-TAB-REGISTER-DATE(WS-OLDER-IX))
           end-if

           if WS-TAB-NAME-KEY(WS-OLDER-IX) =
                   WS-TAB-NAME-KEY(WS-NEWER-IX)
               move 'SAME NAME' to WS-MATCH-TYPE
           else
               move 'SIMILAR NAME' to WS-MATCH-TYPE
           end-if

           move spaces to WS-PAIR-NOTE
           evaluate true
               when WS-TAB-STATUS(WS-OLDER-IX) = 'BARRED' and
                       WS-TAB-STATUS(WS-NEWER-IX) = 'BARRED'
                   move 2 to WS-PRIORITY
                   move 'BOTH REGISTRATIONS BARRED' to WS-PAIR-NOTE
               when WS-TAB-STATUS(WS-OLDER-IX) = 'BARRED'
                   move 1 to WS-PRIORITY
                   move 'BARRED ADOPTER RE-REGISTERED'
                       to WS-PAIR-NOTE
               when WS-TAB-STATUS(WS-NEWER-IX) = 'BARRED'
                   move 1 to WS-PRIORITY
                   move 'NEWER REGISTRATION BARRED' to WS-PAIR-NOTE
               when WS-MATCH-TYPE = 'SAME NAME'
                   move 2 to WS-PRIORITY
               when other
                   move 3 to WS-PRIORITY
           end-evaluate

           if WS-PAIR-NOTE = spaces and WS-DAYS-APART = zero
               move 'REGISTERED THE SAME DAY' to WS-PAIR-NOTE
           end-if

           add 1 to WS-PAIR-COUNT
           add 1 to WS-PRIORITY-COUNT(WS-PRIORITY)

           if WS-PAIR-HELD < 2000
               add 1 to WS-PAIR-HELD
               move WS-OLDER-IX to WS-PR-OLDER-IX(WS-PAIR-HELD)
               move WS-NEWER-IX to WS-PR-NEWER-IX(WS-PAIR-HELD)
               move WS-PRIORITY to WS-PR-PRIORITY(WS-PAIR-HELD)
               move WS-MATCH-TYPE to WS-PR-MATCH-TYPE(WS-PAIR-HELD)
               move WS-DAYS-APART to WS-PR-DAYS-APART(WS-PAIR-HELD)
               move WS-PAIR-NOTE to WS-PR-NOTE(WS-PAIR-HELD)
           end-if

           exit.

      ******************************************************************
      * One section per priority, HIGH first, each pair as a header
      * line and the two registrations oldest first.
      ******************************************************************
       write-pair-sections.

           move zero to WS-PAIR-NUMBER

           perform varying WS-PRIORITY-IX from 1 by 1
                   until WS-PRIORITY-IX > 3
               move WS-PRIORITY-HEADING(WS-PRIORITY-IX)
                   to DUP-REPORT-LINE
               write DUP-REPORT-LINE
               move spaces to DUP-REPORT-LINE
               write DUP-REPORT-LINE

               perform varying WS-PAIR-IX from 1 by 1
                       until WS-PAIR-IX > WS-PAIR-HELD
                   if WS-PR-PRIORITY(WS-PAIR-IX) = WS-PRIORITY-IX
                       perform write-one-pair
                   end-if
               end-perform

               if WS-PRIORITY-COUNT(WS-PRIORITY-IX) = zero
                   move '      NONE FOUND' to DUP-REPORT-LINE
                   write DUP-REPORT-LINE
                   move spaces to DUP-REPORT-LINE
                   write DUP-REPORT-LINE
               end-if
           end-perform

           if WS-PAIR-COUNT > WS-PAIR-HELD
               move 'PAIRS PAST 2000 ARE COUNTED ONLY'
                   to WS-DUP-NOTE-LINE
               move WS-DUP-NOTE-LINE to DUP-REPORT-LINE
               write DUP-REPORT-LINE
               move spaces to DUP-REPORT-LINE
               write DUP-REPORT-LINE
           end-if

           exit.

       write-one-pair.

           add 1 to WS-PAIR-NUMBER
           move WS-PR-OLDER-IX(WS-PAIR-IX) to WS-OLDER-IX
           move WS-PR-NEWER-IX(WS-PAIR-IX) to WS-NEWER-IX

           move WS-PAIR-NUMBER to WS-PHL-PAIR-NUMBER
           move WS-PR-MATCH-TYPE(WS-PAIR-IX) to WS-PHL-MATCH-TYPE
           move WS-PR-DAYS-APART(WS-PAIR-IX) to WS-PHL-DAYS-APART
           move WS-PR-NOTE(WS-PAIR-IX) to WS-PHL-NOTE
           move WS-TAB-ADOPTER-ID(WS-NEWER-IX) to WS-PHL-NEWER-ID
           move WS-TAB-ADOPTER-ID(WS-OLDER-IX) to WS-PHL-OLDER-ID
           move WS-PAIR-HEADER-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           move WS-OLDER-IX to WS-ADP-IX
           perform write-adopter-line
           move WS-NEWER-IX to WS-ADP-IX
           perform write-adopter-line

           move spaces to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           exit.

       write-adopter-line.

           move WS-TAB-ADOPTER-ID(WS-ADP-IX) to WS-ADL-ADOPTER-ID
           move WS-TAB-ADOPTER-NAME(WS-ADP-IX) to WS-ADL-ADOPTER-NAME
           move WS-TAB-STATUS(WS-ADP-IX) to WS-ADL-STATUS
           move WS-TAB-REGISTER-DATE(WS-ADP-IX)
               to WS-ADL-REGISTER-DATE
           move WS-TAB-NAME-KEY(WS-ADP-IX) to WS-ADL-NAME-KEY
           move WS-ADOPTER-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           exit.

      ******************************************************************
      * Run totals.
      ******************************************************************
       write-run-totals.

           move 'ADOPTERS READ FROM ADPMAST' to WS-DTO-LABEL
           move WS-MASTER-READ-COUNT to WS-DTO-COUNT
           move WS-DUP-TOTAL-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           move 'MERGED IDS NOT COMPARED' to WS-DTO-LABEL
           move WS-MERGED-SKIPPED-COUNT to WS-DTO-COUNT
           move WS-DUP-TOTAL-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           move 'ADOPTERS COMPARED' to WS-DTO-LABEL
           move WS-ADOPTER-COUNT to WS-DTO-COUNT
           move WS-DUP-TOTAL-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           move 'PROBABLE DUPLICATE PAIRS' to WS-DTO-LABEL
           move WS-PAIR-COUNT to WS-DTO-COUNT
           move WS-DUP-TOTAL-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           move '  PRIORITY HIGH' to WS-DTO-LABEL
           move WS-PRIORITY-COUNT(1) to WS-DTO-COUNT
           move WS-DUP-TOTAL-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           move '  PRIORITY MEDIUM' to WS-DTO-LABEL
           move WS-PRIORITY-COUNT(2) to WS-DTO-COUNT
           move WS-DUP-TOTAL-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           move '  PRIORITY LOW' to WS-DTO-LABEL
           move WS-PRIORITY-COUNT(3) to WS-DTO-COUNT
           move WS-DUP-TOTAL-LINE to DUP-REPORT-LINE
           write DUP-REPORT-LINE

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close ADPMAST
           close DUPRPT

           exit.

       END PROGRAM 'ZTPDOGDP'.
