       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressStandardize.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * POSTAL STANDARDIZATION PASS OVER THE ADDRESS MASTER. EACH
      * CANADIAN OR US STREET LINE IS REWRITTEN TO CANADA POST / USPS
      * CONVENTIONS SO THE LABEL RUN'S HOUSEHOLD DEDUP SEES ONE
      * SPELLING PER ADDRESS:
      *   - UPPER CASE, PUNCTUATION REMOVED (A HYPHEN OR SLASH IS
      *     KEPT ONLY BETWEEN DIGITS, AS IN 4-55 OR 1/2)
      *   - STREET TYPE AND DIRECTION WORDS ABBREVIATED (COURT IS
      *     CRT IN CANADA BUT CT IN THE US, AND SO ON)
      *   - THE UNIT NUMBER MOVED TO ONE POSITION - IN FRONT OF THE
      *     CIVIC NUMBER WITH A HYPHEN FOR CANADA (4-55 POLAR AVE),
      *     AFTER THE STREET WITH ITS DESIGNATOR FOR THE US
      *     (55 POLAR AVE APT 4)
      * THE TWO-CHARACTER PROVINCE/STATE FIELD IS FOLDED TO UPPER
      * CASE AND A PROVINCE NAME KEYED INTO IT (WHICH ARRIVES CUT TO
      * ITS FIRST TWO LETTERS, "QU" OR "AL") OR AN OLD CODE ("PQ",
      * "NF") IS TURNED INTO ITS CODE. EVERY FIELD CHANGED GOES TO
      * THE BEFORE/AFTER REGISTER AND THE CHANGE JOURNAL; AN ADDRESS
      * THAT CANNOT BE PARSED (NO CIVIC NUMBER, A PO BOX OR RURAL
      * ROUTE, AN UNKNOWN OR AMBIGUOUS PROVINCE) IS LEFT AS KEYED
      * AND LISTED FOR REVIEW. OTHER COUNTRIES ARE LEFT AS KEYED
       FILE-CONTROL.
           SELECT F01-ADDRESS-MASTER
               ASSIGN TO DYNAMIC W25-ADDR-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS A01-ADDR-SSN
               FILE STATUS IS W21-ADDR-STATUS.

           SELECT F02-REGISTER-FILE ASSIGN TO 'AddrStdRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-REGISTER-STATUS.

           SELECT F03-REVIEW-FILE ASSIGN TO 'AddrReview.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-REVIEW-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-ADDRESS-MASTER
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS A01-ADDRESS-RECORD.

           COPY ADDRREC.

       FD  F02-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F02-REGISTER-RECORD.
       01  F02-REGISTER-RECORD             PIC X(100).

       FD  F03-REVIEW-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F03-REVIEW-RECORD.
       01  F03-REVIEW-RECORD               PIC X(100).

           COPY AUDITREC.

           COPY JRNLREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY LOCKREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY JRNLWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W21-ADDR-STATUS          PIC XX VALUE SPACES.
       01 W22-REGISTER-STATUS      PIC XX VALUE SPACES.
       01 W23-REVIEW-STATUS        PIC XX VALUE SPACES.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".

       01 W02-HEADINGS.
           05  W02-REGISTER-HEADING.
               10  PIC X(24) VALUE SPACES.
               10  PIC X(32)
                       VALUE "Address Standardization Register".
           05  W02-REGISTER-COLUMNS.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(8)  VALUE SPACES.
               10  PIC X(5)  VALUE "Field".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(6)  VALUE "Before".
               10  PIC X(26) VALUE SPACES.
               10  PIC X(5)  VALUE "After".
           05  W02-REVIEW-HEADING.
               10  PIC X(24) VALUE SPACES.
               10  PIC X(32)
                       VALUE "Addresses For Review - Unchanged".
           05  W02-REVIEW-COLUMNS.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(8)  VALUE SPACES.
               10  PIC X(6)  VALUE "Street".
               10  PIC X(26) VALUE SPACES.
               10  PIC X(4)  VALUE "Prov".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".

       01 W03-REGISTER-LINE.
           05  W03-REG-SSN-OUT             PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REG-FIELD-OUT           PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REG-BEFORE-OUT          PIC X(30).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REG-AFTER-OUT           PIC X(30).
           05                              PIC X(17) VALUE SPACES.

       01 W04-REVIEW-LINE.
           05  W04-REV-SSN-OUT             PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-REV-STREET-OUT          PIC X(30).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-REV-PROV-OUT            PIC X(2).
           05                              PIC X(4)  VALUE SPACES.
           05  W04-REV-REASON-OUT          PIC X(40).
           05                              PIC X(11) VALUE SPACES.

       01 W05-REVIEW-MSGS.
           05 W05-BLANK-MSG                PIC X(40)
                   VALUE 'Street line is blank'.
           05 W05-TOO-MANY-MSG             PIC X(40)
                   VALUE 'Too many words to parse'.
           05 W05-NO-UNIT-NUMBER-MSG       PIC X(40)
                   VALUE 'Unit designator with no number'.
           05 W05-TWO-UNITS-MSG            PIC X(40)
                   VALUE 'More than one unit number'.
           05 W05-NO-CIVIC-MSG             PIC X(40)
                   VALUE 'No civic number - PO box or rural route?'.
           05 W05-NO-NAME-MSG              PIC X(40)
                   VALUE 'No street name'.
           05 W05-TOO-LONG-MSG             PIC X(40)
                   VALUE 'Standard form is over 30 characters'.
           05 W05-BAD-PROV-MSG             PIC X(40)
                   VALUE 'Province/state not recognised'.

      * THE WORKING COPY OF THE STREET LINE - FOLDED, THEN CLEANED
      * OF PUNCTUATION INTO A WIDER AREA (A "#" IS SPACED OUT INTO A
      * WORD OF ITS OWN, SO THE LINE CAN GROW)
       01 W06-CLEAN-WORK.
           05  W06-RAW-PADDED.
               10                          PIC X     VALUE SPACE.
               10  W06-RAW-STREET          PIC X(30).
               10                          PIC X     VALUE SPACE.
           05  W06-CLEAN-STREET            PIC X(90).
           05  W06-IN-POS                  PIC 9(2)  VALUE ZERO.
           05  W06-OUT-POS                 PIC 9(2)  VALUE ZERO.
           05  W06-PREV-CHAR               PIC X.
           05  W06-THIS-CHAR               PIC X.
           05  W06-NEXT-CHAR               PIC X.
           05  W06-WORD-PTR                PIC 9(2)  VALUE ZERO.
           05  W06-WORD                    PIC X(30).
           05  W06-HYPHENS                 PIC 9(2)  VALUE ZERO.

      * THE STREET LINE BROKEN INTO WORDS, EACH MARKED ONCE IT HAS
      * BEEN TAKEN AS PART OF THE UNIT
       01 W07-WORD-TABLE.
           05  W07-WORD-ENTRY OCCURS 12 TIMES.
               10  W07-WORD-TEXT           PIC X(30).
               10  W07-WORD-USED           PIC X.
                   88  W07-WORD-TAKEN            VALUE "Y".

       01 W07-WORD-COUNT                   PIC 9(2)  VALUE ZERO.
       01 W07-WORD-IDX                     PIC 9(2)  VALUE ZERO.
       01 W07-NUMBER-IDX                   PIC 9(2)  VALUE ZERO.

      * THE PARSED PIECES OF ONE STREET LINE
       01 W08-PARSE-RESULT.
           05  W08-UNIT-COUNT              PIC 9     VALUE ZERO.
           05  W08-UNIT-NUMBER             PIC X(10).
           05  W08-UNIT-DESIG-CA           PIC X(5).
           05  W08-UNIT-DESIG-US           PIC X(5).
           05  W08-CIVIC                   PIC X(10).
           05  W08-LEAD-DIR                PIC X(2).
           05  W08-TRAIL-DIR               PIC X(2).
           05  W08-TYPE-CA                 PIC X(5).
           05  W08-TYPE-US                 PIC X(5).
           05  W08-NAME-FIRST              PIC 9(2)  VALUE ZERO.
           05  W08-NAME-LAST               PIC 9(2)  VALUE ZERO.

      * THE WORDS LEFT ONCE THE UNIT IS TAKEN OUT - CIVIC NUMBER,
      * DIRECTION, STREET NAME AND TYPE
       01 W09-REST-TABLE.
           05  W09-REST-WORD               PIC X(30) OCCURS 12 TIMES.

       01 W09-REST-COUNT                   PIC 9(2)  VALUE ZERO.
       01 W09-REST-IDX                     PIC 9(2)  VALUE ZERO.

       01 W10-RESULT.
           05  W10-REVIEW-REASON           PIC X(40) VALUE SPACES.
           05  W10-BUILD-STREET            PIC X(60).
           05  W10-BUILD-PTR               PIC 9(2)  VALUE ZERO.
           05  W10-NEW-STREET              PIC X(30).
           05  W10-NEW-PROV                PIC X(2).
           05  W10-COUNTRY                 PIC X(2).
               88  W10-CANADA                    VALUES "CA" SPACES.
               88  W10-USA                       VALUE "US".

      * STREET TYPES - THE WORD AS KEYED, THEN THE CANADA POST AND
      * THE USPS ABBREVIATION
       01 W11-TYPE-VALUES.
           05  PIC X(20) VALUE "AVENUE    AVE  AVE  ".
           05  PIC X(20) VALUE "AVE       AVE  AVE  ".
           05  PIC X(20) VALUE "AV        AVE  AVE  ".
           05  PIC X(20) VALUE "ROAD      RD   RD   ".
           05  PIC X(20) VALUE "RD        RD   RD   ".
           05  PIC X(20) VALUE "STREET    ST   ST   ".
           05  PIC X(20) VALUE "ST        ST   ST   ".
           05  PIC X(20) VALUE "STR       ST   ST   ".
           05  PIC X(20) VALUE "DRIVE     DR   DR   ".
           05  PIC X(20) VALUE "DR        DR   DR   ".
           05  PIC X(20) VALUE "BOULEVARD BLVD BLVD ".
           05  PIC X(20) VALUE "BLVD      BLVD BLVD ".
           05  PIC X(20) VALUE "CRESCENT  CRES CRES ".
           05  PIC X(20) VALUE "CRES      CRES CRES ".
           05  PIC X(20) VALUE "COURT     CRT  CT   ".
           05  PIC X(20) VALUE "CRT       CRT  CT   ".
           05  PIC X(20) VALUE "CT        CRT  CT   ".
           05  PIC X(20) VALUE "PLACE     PL   PL   ".
           05  PIC X(20) VALUE "PL        PL   PL   ".
           05  PIC X(20) VALUE "LANE      LANE LN   ".
           05  PIC X(20) VALUE "LN        LANE LN   ".
           05  PIC X(20) VALUE "TERRACE   TERR TER  ".
           05  PIC X(20) VALUE "TERR      TERR TER  ".
           05  PIC X(20) VALUE "TER       TERR TER  ".
           05  PIC X(20) VALUE "HIGHWAY   HWY  HWY  ".
           05  PIC X(20) VALUE "HWY       HWY  HWY  ".
           05  PIC X(20) VALUE "PARKWAY   PKY  PKWY ".
           05  PIC X(20) VALUE "PKY       PKY  PKWY ".
           05  PIC X(20) VALUE "PKWY      PKY  PKWY ".
           05  PIC X(20) VALUE "CIRCLE    CIR  CIR  ".
           05  PIC X(20) VALUE "CIR       CIR  CIR  ".
           05  PIC X(20) VALUE "SQUARE    SQ   SQ   ".
           05  PIC X(20) VALUE "SQ        SQ   SQ   ".
           05  PIC X(20) VALUE "TRAIL     TRAILTRL  ".
           05  PIC X(20) VALUE "TRL       TRAILTRL  ".
           05  PIC X(20) VALUE "WAY       WAY  WAY  ".
       01 W11-TYPE-TABLE REDEFINES W11-TYPE-VALUES.
           05  W11-TYPE-ENTRY OCCURS 36 TIMES.
               10  W11-TYPE-WORD           PIC X(10).
               10  W11-TYPE-CA             PIC X(5).
               10  W11-TYPE-US             PIC X(5).

      * DIRECTIONS - THE SAME ABBREVIATION IN BOTH COUNTRIES
       01 W13-DIRECTION-VALUES.
           05  PIC X(12) VALUE "NORTH     N ".
           05  PIC X(12) VALUE "SOUTH     S ".
           05  PIC X(12) VALUE "EAST      E ".
           05  PIC X(12) VALUE "WEST      W ".
           05  PIC X(12) VALUE "NORTHEAST NE".
           05  PIC X(12) VALUE "NORTHWEST NW".
           05  PIC X(12) VALUE "SOUTHEAST SE".
           05  PIC X(12) VALUE "SOUTHWEST SW".
           05  PIC X(12) VALUE "N         N ".
           05  PIC X(12) VALUE "S         S ".
           05  PIC X(12) VALUE "E         E ".
           05  PIC X(12) VALUE "W         W ".
           05  PIC X(12) VALUE "NE        NE".
           05  PIC X(12) VALUE "NW        NW".
           05  PIC X(12) VALUE "SE        SE".
           05  PIC X(12) VALUE "SW        SW".
       01 W13-DIRECTION-TABLE REDEFINES W13-DIRECTION-VALUES.
           05  W13-DIRECTION-ENTRY OCCURS 16 TIMES.
               10  W13-DIRECTION-WORD      PIC X(10).
               10  W13-DIRECTION-ABBREV    PIC X(2).

      * UNIT DESIGNATORS - THE WORD AS KEYED, THEN THE CANADA POST
      * AND USPS FORMS (CANADA DROPS IT FOR THE 4-55 FORM)
       01 W14-DESIGNATOR-VALUES.
           05  PIC X(20) VALUE "UNIT      UNIT UNIT ".
           05  PIC X(20) VALUE "APT       APT  APT  ".
           05  PIC X(20) VALUE "APARTMENT APT  APT  ".
           05  PIC X(20) VALUE "SUITE     SUITESTE  ".
           05  PIC X(20) VALUE "STE       SUITESTE  ".
           05  PIC X(20) VALUE "#         UNIT #    ".
           05  PIC X(20) VALUE "ROOM      RM   RM   ".
           05  PIC X(20) VALUE "RM        RM   RM   ".
       01 W14-DESIGNATOR-TABLE REDEFINES W14-DESIGNATOR-VALUES.
           05  W14-DESIGNATOR-ENTRY OCCURS 8 TIMES.
               10  W14-DESIGNATOR-WORD     PIC X(10).
               10  W14-DESIGNATOR-CA       PIC X(5).
               10  W14-DESIGNATOR-US       PIC X(5).

      * PROVINCE AND STATE CODES THE POST OFFICES ACCEPT
       01 W15-PROVINCE-VALUES.
           05  PIC X(26) VALUE "ABBCMBNBNLNSNTNUONPEQCSKYT".
       01 W15-PROVINCE-TABLE REDEFINES W15-PROVINCE-VALUES.
           05  W15-PROVINCE-CODE           PIC X(2) OCCURS 13 TIMES.

       01 W16-STATE-VALUES.
           05  PIC X(20) VALUE "ALAKAZARCACOCTDEDCFL".
           05  PIC X(20) VALUE "GAHIIDILINIAKSKYLAME".
           05  PIC X(20) VALUE "MDMAMIMNMSMOMTNENVNH".
           05  PIC X(20) VALUE "NJNMNYNCNDOHOKORPARI".
           05  PIC X(20) VALUE "SCSDTNTXUTVTVAWAWVWI".
           05  PIC X(18) VALUE "WYPRGUVIASMPAAAEAP".
       01 W16-STATE-TABLE REDEFINES W16-STATE-VALUES.
           05  W16-STATE-CODE              PIC X(2) OCCURS 59 TIMES.

      * CANADIAN PROVINCE FIELDS KEYED AS THE FIRST TWO LETTERS OF
      * THE NAME, OR AS A RETIRED CODE, AND THE CODE EACH STANDS FOR.
      * "NE" AND "NO" COULD EACH BE TWO PROVINCES, SO THEY GO TO
      * REVIEW INSTEAD
       01 W17-PROVINCE-ALIAS-VALUES.
           05  PIC X(20) VALUE "ALABBRBCMAMBPRPEQUQC".
           05  PIC X(20) VALUE "SASKYUYTPQQCNFNLLBNL".
       01 W17-PROVINCE-ALIAS-TABLE REDEFINES W17-PROVINCE-ALIAS-VALUES.
           05  W17-ALIAS-ENTRY OCCURS 10 TIMES.
               10  W17-ALIAS-KEYED         PIC X(2).
               10  W17-ALIAS-CODE          PIC X(2).

       01 W18-LOOKUP-WORK.
           05  W18-LOOKUP-WORD             PIC X(30).
           05  W18-LOOKUP-IDX              PIC 9(2)  VALUE ZERO.
           05  W18-FOUND-SWITCH            PIC X     VALUE SPACE.
               88  W18-FOUND                     VALUE "Y".
               88  W18-NOT-FOUND                 VALUE "N".
           05  W18-FOUND-CA                PIC X(5).
           05  W18-FOUND-US                PIC X(5).

       01 W19-RUN-COUNTS.
           05 W19-ADDRESSES-READ   PIC 9(7)    VALUE ZERO.
           05 W19-STANDARDIZED     PIC 9(7)    VALUE ZERO.
           05 W19-ALREADY-STANDARD PIC 9(7)    VALUE ZERO.
           05 W19-FOR-REVIEW       PIC 9(7)    VALUE ZERO.
           05 W19-OTHER-COUNTRY    PIC 9(7)    VALUE ZERO.
           05 W19-FIELDS-CHANGED   PIC 9(7)    VALUE ZERO.

       01 W20-CONTROL-LINE.
           05  W20-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W20-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W25-ADDR-MASTER-NAME     PIC X(20)   VALUE "EmpAddress.dat".
       01 W26-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W24-FOOTER.
           05  W24-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "AddressStandardize" TO ABEND-PROGRAM
           MOVE "AddressStandardize" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-ADDRESS

           PERFORM 400-STANDARDIZE-ADDRESS
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER
           IF W19-FOR-REVIEW > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY JRNLPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W26-FILE-NAME-OVERRIDE
           ACCEPT W26-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "EMP_ADDRESS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W26-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W26-FILE-NAME-OVERRIDE TO W25-ADDR-MASTER-NAME
           END-IF
           .

      * COPY ASIDE THE ADDRESS MASTER AND THE CHANGE JOURNAL BEFORE
      * EITHER IS OPENED, SO A FAILED RUN CAN BE PUT BACK AND RERUN
      * FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "A" TO SNAP-ADD-KIND
           MOVE W25-ADDR-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       100-OPEN-FILES.
           OPEN I-O F01-ADDRESS-MASTER
                OUTPUT F02-REGISTER-FILE
                OUTPUT F03-REVIEW-FILE

           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W25-ADDR-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W21-ADDR-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "AddrStdRegister.out" TO ABEND-FILE-NAME
           MOVE W22-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "AddrReview.out" TO ABEND-FILE-NAME
           MOVE W23-REVIEW-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
           WRITE F02-REGISTER-RECORD FROM W02-REGISTER-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F02-REGISTER-RECORD FROM RC-HEADING-LINE
           WRITE F02-REGISTER-RECORD FROM W02-REGISTER-COLUMNS
               AFTER ADVANCING 1 LINE

           WRITE F03-REVIEW-RECORD FROM W02-REVIEW-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F03-REVIEW-RECORD FROM RC-HEADING-LINE
           WRITE F03-REVIEW-RECORD FROM W02-REVIEW-COLUMNS
               AFTER ADVANCING 1 LINE
           .

       300-READ-ADDRESS.
           READ F01-ADDRESS-MASTER NEXT RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W25-ADDR-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W21-ADDR-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * EACH STAGE RUNS ONLY WHILE THE ADDRESS STILL PARSES; THE
      * FIRST PROBLEM FOUND IS THE REASON IT GOES FOR REVIEW
       400-STANDARDIZE-ADDRESS.
           ADD 1 TO W19-ADDRESSES-READ
           MOVE SPACES TO W10-REVIEW-REASON
           MOVE A01-ADDR-COUNTRY TO W10-COUNTRY
           INSPECT W10-COUNTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF NOT W10-CANADA AND NOT W10-USA
               ADD 1 TO W19-OTHER-COUNTRY
           ELSE
               PERFORM 410-CLEAN-STREET
               PERFORM 420-SPLIT-WORDS
               IF W10-REVIEW-REASON = SPACES
                   PERFORM 430-TAKE-OUT-UNIT
               END-IF
               IF W10-REVIEW-REASON = SPACES
                   PERFORM 440-PARSE-STREET
               END-IF
               IF W10-REVIEW-REASON = SPACES
                   PERFORM 450-BUILD-STREET
               END-IF
               IF W10-REVIEW-REASON = SPACES
                   PERFORM 460-STANDARDIZE-PROVINCE
               END-IF

               IF W10-REVIEW-REASON NOT = SPACES
                   PERFORM 480-WRITE-REVIEW-LINE
               ELSE
                   IF W10-NEW-STREET = A01-ADDR-STREET
                           AND W10-NEW-PROV = A01-ADDR-PROV
                       ADD 1 TO W19-ALREADY-STANDARD
                   ELSE
                       PERFORM 470-APPLY-CHANGES
                   END-IF
               END-IF
           END-IF

           PERFORM 300-READ-ADDRESS
           .

      * FOLD TO UPPER CASE AND DROP THE PUNCTUATION. THE PADDED COPY
      * GIVES EVERY CHARACTER A NEIGHBOUR ON EACH SIDE TO TEST
       410-CLEAN-STREET.
           MOVE A01-ADDR-STREET TO W06-RAW-STREET
           INSPECT W06-RAW-STREET CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO W06-CLEAN-STREET
           MOVE 1 TO W06-OUT-POS
           PERFORM 411-CLEAN-ONE-CHAR
               VARYING W06-IN-POS FROM 2 BY 1
               UNTIL W06-IN-POS > 31
           .

       411-CLEAN-ONE-CHAR.
           MOVE W06-RAW-PADDED(W06-IN-POS - 1:1) TO W06-PREV-CHAR
           MOVE W06-RAW-PADDED(W06-IN-POS:1) TO W06-THIS-CHAR
           MOVE W06-RAW-PADDED(W06-IN-POS + 1:1) TO W06-NEXT-CHAR
           EVALUATE TRUE
               WHEN W06-THIS-CHAR IS ALPHABETIC
               WHEN W06-THIS-CHAR IS NUMERIC
                   MOVE W06-THIS-CHAR
                       TO W06-CLEAN-STREET(W06-OUT-POS:1)
                   ADD 1 TO W06-OUT-POS
               WHEN (W06-THIS-CHAR = "-" OR W06-THIS-CHAR = "/")
                       AND W06-PREV-CHAR IS NUMERIC
                       AND W06-NEXT-CHAR IS NUMERIC
                   MOVE W06-THIS-CHAR
                       TO W06-CLEAN-STREET(W06-OUT-POS:1)
                   ADD 1 TO W06-OUT-POS
               WHEN W06-THIS-CHAR = "#"
                   MOVE " # " TO W06-CLEAN-STREET(W06-OUT-POS:3)
                   ADD 3 TO W06-OUT-POS
      * AN APOSTROPHE CLOSES UP ("O'CONNOR" READS "OCONNOR")
               WHEN W06-THIS-CHAR = "'"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACE TO W06-CLEAN-STREET(W06-OUT-POS:1)
                   ADD 1 TO W06-OUT-POS
           END-EVALUATE
           .

       420-SPLIT-WORDS.
           MOVE ZERO TO W07-WORD-COUNT
           MOVE 1 TO W06-WORD-PTR
           PERFORM 421-TAKE-ONE-WORD
               UNTIL W06-WORD-PTR > 90
                  OR W10-REVIEW-REASON NOT = SPACES

           IF W07-WORD-COUNT = ZERO
                   AND W10-REVIEW-REASON = SPACES
               MOVE W05-BLANK-MSG TO W10-REVIEW-REASON
           END-IF
           .

       421-TAKE-ONE-WORD.
           MOVE SPACES TO W06-WORD
           UNSTRING W06-CLEAN-STREET DELIMITED BY ALL SPACE
               INTO W06-WORD
               WITH POINTER W06-WORD-PTR
           END-UNSTRING
           IF W06-WORD NOT = SPACES
               IF W07-WORD-COUNT = 12
                   MOVE W05-TOO-MANY-MSG TO W10-REVIEW-REASON
               ELSE
                   ADD 1 TO W07-WORD-COUNT
                   MOVE W06-WORD TO W07-WORD-TEXT(W07-WORD-COUNT)
                   MOVE SPACE TO W07-WORD-USED(W07-WORD-COUNT)
               END-IF
           END-IF
           .

      * A DESIGNATOR WORD TAKES THE WORD AFTER IT AS THE UNIT
      * NUMBER; A 4-55 WORD CARRIES THE UNIT AND THE CIVIC NUMBER
       430-TAKE-OUT-UNIT.
           MOVE ZERO TO W08-UNIT-COUNT
           MOVE SPACES TO W08-UNIT-NUMBER
           MOVE SPACES TO W08-UNIT-DESIG-CA
           MOVE SPACES TO W08-UNIT-DESIG-US
           MOVE SPACES TO W08-CIVIC
           PERFORM 431-CHECK-UNIT-WORD
               VARYING W07-WORD-IDX FROM 1 BY 1
               UNTIL W07-WORD-IDX > W07-WORD-COUNT
                  OR W10-REVIEW-REASON NOT = SPACES

           IF W08-UNIT-COUNT > 1
                   AND W10-REVIEW-REASON = SPACES
               MOVE W05-TWO-UNITS-MSG TO W10-REVIEW-REASON
           END-IF
           .

       431-CHECK-UNIT-WORD.
           IF NOT W07-WORD-TAKEN(W07-WORD-IDX)
               MOVE W07-WORD-TEXT(W07-WORD-IDX) TO W18-LOOKUP-WORD
               PERFORM 493-LOOK-UP-DESIGNATOR
               IF W18-FOUND
      * "APT # 4" - THE "#" AFTER A DESIGNATOR ADDS NOTHING
                   COMPUTE W07-NUMBER-IDX = W07-WORD-IDX + 1
                   IF W07-NUMBER-IDX < W07-WORD-COUNT
                           AND W07-WORD-TEXT(W07-NUMBER-IDX) = "#"
                       SET W07-WORD-TAKEN(W07-NUMBER-IDX) TO TRUE
                       ADD 1 TO W07-NUMBER-IDX
                   END-IF
                   IF W07-NUMBER-IDX > W07-WORD-COUNT
                       MOVE W05-NO-UNIT-NUMBER-MSG
                           TO W10-REVIEW-REASON
                   ELSE
                       ADD 1 TO W08-UNIT-COUNT
                       MOVE W18-FOUND-CA TO W08-UNIT-DESIG-CA
                       MOVE W18-FOUND-US TO W08-UNIT-DESIG-US
                       SET W07-WORD-TAKEN(W07-WORD-IDX) TO TRUE
                       MOVE W07-WORD-TEXT(W07-NUMBER-IDX)
                           TO W08-UNIT-NUMBER
                       SET W07-WORD-TAKEN(W07-NUMBER-IDX) TO TRUE
                   END-IF
               ELSE
                   MOVE ZERO TO W06-HYPHENS
                   INSPECT W07-WORD-TEXT(W07-WORD-IDX)
                       TALLYING W06-HYPHENS FOR ALL "-"
                   IF W06-HYPHENS = 1
                       ADD 1 TO W08-UNIT-COUNT
                       MOVE "UNIT" TO W08-UNIT-DESIG-CA
                       MOVE "UNIT" TO W08-UNIT-DESIG-US
                       UNSTRING W07-WORD-TEXT(W07-WORD-IDX)
                           DELIMITED BY "-"
                           INTO W08-UNIT-NUMBER W08-CIVIC
                       END-UNSTRING
                       SET W07-WORD-TAKEN(W07-WORD-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * WHAT IS LEFT IS CIVIC NUMBER, THEN AN OPTIONAL LEADING
      * DIRECTION, THE STREET NAME, AN OPTIONAL STREET TYPE AND AN
      * OPTIONAL TRAILING DIRECTION. A TYPE OR DIRECTION WORD IS ONLY
      * TAKEN AS ONE WHERE A STREET NAME WORD IS LEFT BESIDE IT, SO
      * "55 ST CLAIR AVE" AND "100 NORTH RD" KEEP THEIR NAMES
       440-PARSE-STREET.
           MOVE ZERO TO W09-REST-COUNT
           PERFORM 441-COLLECT-REST-WORD
               VARYING W07-WORD-IDX FROM 1 BY 1
               UNTIL W07-WORD-IDX > W07-WORD-COUNT

           MOVE 1 TO W08-NAME-FIRST
           MOVE W09-REST-COUNT TO W08-NAME-LAST
           MOVE SPACES TO W08-LEAD-DIR
           MOVE SPACES TO W08-TRAIL-DIR
           MOVE SPACES TO W08-TYPE-CA
           MOVE SPACES TO W08-TYPE-US

           IF W08-CIVIC = SPACES
               IF W09-REST-COUNT > ZERO
                       AND W09-REST-WORD(1)(1:1) IS NUMERIC
                   MOVE W09-REST-WORD(1) TO W08-CIVIC
                   MOVE 2 TO W08-NAME-FIRST
               ELSE
                   MOVE W05-NO-CIVIC-MSG TO W10-REVIEW-REASON
               END-IF
           END-IF

           IF W10-REVIEW-REASON = SPACES
                   AND W08-NAME-LAST > W08-NAME-FIRST
               MOVE W09-REST-WORD(W08-NAME-LAST) TO W18-LOOKUP-WORD
               PERFORM 492-LOOK-UP-DIRECTION
               IF W18-FOUND
                   MOVE W18-FOUND-CA TO W08-TRAIL-DIR
                   SUBTRACT 1 FROM W08-NAME-LAST
               END-IF
           END-IF

           IF W10-REVIEW-REASON = SPACES
                   AND W08-NAME-LAST > W08-NAME-FIRST
               MOVE W09-REST-WORD(W08-NAME-LAST) TO W18-LOOKUP-WORD
               PERFORM 491-LOOK-UP-TYPE
               IF W18-FOUND
                   MOVE W18-FOUND-CA TO W08-TYPE-CA
                   MOVE W18-FOUND-US TO W08-TYPE-US
                   SUBTRACT 1 FROM W08-NAME-LAST
               END-IF
           END-IF

           IF W10-REVIEW-REASON = SPACES
                   AND W08-NAME-LAST > W08-NAME-FIRST
               MOVE W09-REST-WORD(W08-NAME-FIRST) TO W18-LOOKUP-WORD
               PERFORM 492-LOOK-UP-DIRECTION
               IF W18-FOUND
                   MOVE W18-FOUND-CA TO W08-LEAD-DIR
                   ADD 1 TO W08-NAME-FIRST
               END-IF
           END-IF

           IF W10-REVIEW-REASON = SPACES
                   AND W08-NAME-FIRST > W08-NAME-LAST
               MOVE W05-NO-NAME-MSG TO W10-REVIEW-REASON
           END-IF
           .

       441-COLLECT-REST-WORD.
           IF NOT W07-WORD-TAKEN(W07-WORD-IDX)
               ADD 1 TO W09-REST-COUNT
               MOVE W07-WORD-TEXT(W07-WORD-IDX)
                   TO W09-REST-WORD(W09-REST-COUNT)
           END-IF
           .

      * PUT THE PIECES BACK TOGETHER IN THE COUNTRY'S ORDER
       450-BUILD-STREET.
           MOVE SPACES TO W10-BUILD-STREET
           MOVE 1 TO W10-BUILD-PTR

           IF W10-CANADA AND W08-UNIT-COUNT > ZERO
               STRING W08-UNIT-NUMBER DELIMITED BY SPACE
                      "-"             DELIMITED BY SIZE
                      W08-CIVIC       DELIMITED BY SPACE
                   INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
               END-STRING
           ELSE
               STRING W08-CIVIC       DELIMITED BY SPACE
                   INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
               END-STRING
           END-IF

           IF W08-LEAD-DIR NOT = SPACES
               STRING " "             DELIMITED BY SIZE
                      W08-LEAD-DIR    DELIMITED BY SPACE
                   INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
               END-STRING
           END-IF

           PERFORM 451-ADD-NAME-WORD
               VARYING W09-REST-IDX FROM W08-NAME-FIRST BY 1
               UNTIL W09-REST-IDX > W08-NAME-LAST

           IF W10-USA AND W08-TYPE-US NOT = SPACES
               STRING " "             DELIMITED BY SIZE
                      W08-TYPE-US     DELIMITED BY SPACE
                   INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
               END-STRING
           END-IF
           IF W10-CANADA AND W08-TYPE-CA NOT = SPACES
               STRING " "             DELIMITED BY SIZE
                      W08-TYPE-CA     DELIMITED BY SPACE
                   INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
               END-STRING
           END-IF

           IF W08-TRAIL-DIR NOT = SPACES
               STRING " "             DELIMITED BY SIZE
                      W08-TRAIL-DIR   DELIMITED BY SPACE
                   INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
               END-STRING
           END-IF

           IF W10-USA AND W08-UNIT-COUNT > ZERO
               STRING " "               DELIMITED BY SIZE
                      W08-UNIT-DESIG-US DELIMITED BY SPACE
                      " "               DELIMITED BY SIZE
                      W08-UNIT-NUMBER   DELIMITED BY SPACE
                   INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
               END-STRING
           END-IF

           IF W10-BUILD-PTR > 31
               MOVE W05-TOO-LONG-MSG TO W10-REVIEW-REASON
           ELSE
               MOVE W10-BUILD-STREET TO W10-NEW-STREET
           END-IF
           .

       451-ADD-NAME-WORD.
           STRING " "                        DELIMITED BY SIZE
                  W09-REST-WORD(W09-REST-IDX) DELIMITED BY SPACE
               INTO W10-BUILD-STREET WITH POINTER W10-BUILD-PTR
           END-STRING
           .

      * A CODE ALREADY ON THE COUNTRY'S LIST STANDS; A CANADIAN
      * NAME-PREFIX OR RETIRED CODE IS TRANSLATED; ANYTHING ELSE GOES
      * FOR REVIEW
       460-STANDARDIZE-PROVINCE.
           MOVE A01-ADDR-PROV TO W10-NEW-PROV
           INSPECT W10-NEW-PROV CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           SET W18-NOT-FOUND TO TRUE

           IF W10-CANADA
               PERFORM 461-MATCH-PROVINCE
                   VARYING W18-LOOKUP-IDX FROM 1 BY 1
                   UNTIL W18-LOOKUP-IDX > 13 OR W18-FOUND
               IF W18-NOT-FOUND
                   PERFORM 462-MATCH-PROVINCE-ALIAS
                       VARYING W18-LOOKUP-IDX FROM 1 BY 1
                       UNTIL W18-LOOKUP-IDX > 10 OR W18-FOUND
               END-IF
           ELSE
               PERFORM 463-MATCH-STATE
                   VARYING W18-LOOKUP-IDX FROM 1 BY 1
                   UNTIL W18-LOOKUP-IDX > 59 OR W18-FOUND
           END-IF

           IF W18-NOT-FOUND
               MOVE W05-BAD-PROV-MSG TO W10-REVIEW-REASON
           END-IF
           .

       461-MATCH-PROVINCE.
           IF W10-NEW-PROV = W15-PROVINCE-CODE(W18-LOOKUP-IDX)
               SET W18-FOUND TO TRUE
           END-IF
           .

       462-MATCH-PROVINCE-ALIAS.
           IF W10-NEW-PROV = W17-ALIAS-KEYED(W18-LOOKUP-IDX)
               MOVE W17-ALIAS-CODE(W18-LOOKUP-IDX) TO W10-NEW-PROV
               SET W18-FOUND TO TRUE
           END-IF
           .

       463-MATCH-STATE.
           IF W10-NEW-PROV = W16-STATE-CODE(W18-LOOKUP-IDX)
               SET W18-FOUND TO TRUE
           END-IF
           .

      * REWRITE THE STANDARDIZED ADDRESS, JOURNAL IT, AND LIST EACH
      * FIELD CHANGED ON THE REGISTER. THE UNDELIVERABLE FLAG STAYS
      * AS IT WAS - THIS IS THE SAME ADDRESS, ONLY RESPELLED
       470-APPLY-CHANGES.
           MOVE A01-ADDRESS-RECORD TO JRN-BEFORE-IMAGE
           IF W10-NEW-STREET NOT = A01-ADDR-STREET
               MOVE "STREET" TO W03-REG-FIELD-OUT
               MOVE A01-ADDR-STREET TO W03-REG-BEFORE-OUT
               MOVE W10-NEW-STREET TO W03-REG-AFTER-OUT
               PERFORM 475-WRITE-REGISTER-LINE
               MOVE W10-NEW-STREET TO A01-ADDR-STREET
           END-IF
           IF W10-NEW-PROV NOT = A01-ADDR-PROV
               MOVE "PROV" TO W03-REG-FIELD-OUT
               MOVE A01-ADDR-PROV TO W03-REG-BEFORE-OUT
               MOVE W10-NEW-PROV TO W03-REG-AFTER-OUT
               PERFORM 475-WRITE-REGISTER-LINE
               MOVE W10-NEW-PROV TO A01-ADDR-PROV
           END-IF

           REWRITE A01-ADDRESS-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W25-ADDR-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W21-ADDR-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE A01-ADDRESS-RECORD TO JRN-AFTER-IMAGE
           PERFORM 932-JOURNAL-ADDRESS

           ADD 1 TO W19-STANDARDIZED
           .

       475-WRITE-REGISTER-LINE.
           MOVE A01-ADDR-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-REG-SSN-OUT

           WRITE F02-REGISTER-RECORD FROM W03-REGISTER-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "AddrStdRegister.out" TO ABEND-FILE-NAME
           MOVE W22-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W19-FIELDS-CHANGED
           .

       480-WRITE-REVIEW-LINE.
           MOVE A01-ADDR-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W04-REV-SSN-OUT
           MOVE A01-ADDR-STREET TO W04-REV-STREET-OUT
           MOVE A01-ADDR-PROV TO W04-REV-PROV-OUT
           MOVE W10-REVIEW-REASON TO W04-REV-REASON-OUT

           WRITE F03-REVIEW-RECORD FROM W04-REVIEW-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "AddrReview.out" TO ABEND-FILE-NAME
           MOVE W23-REVIEW-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W19-FOR-REVIEW
           .

      * TABLE LOOKUPS - THE WORD IN W18-LOOKUP-WORD, THE CANADIAN
      * AND US FORMS BACK IN W18-FOUND-CA / W18-FOUND-US
       491-LOOK-UP-TYPE.
           SET W18-NOT-FOUND TO TRUE
           PERFORM 494-MATCH-TYPE
               VARYING W18-LOOKUP-IDX FROM 1 BY 1
               UNTIL W18-LOOKUP-IDX > 36 OR W18-FOUND
           .

       492-LOOK-UP-DIRECTION.
           SET W18-NOT-FOUND TO TRUE
           PERFORM 495-MATCH-DIRECTION
               VARYING W18-LOOKUP-IDX FROM 1 BY 1
               UNTIL W18-LOOKUP-IDX > 16 OR W18-FOUND
           .

       493-LOOK-UP-DESIGNATOR.
           SET W18-NOT-FOUND TO TRUE
           PERFORM 496-MATCH-DESIGNATOR
               VARYING W18-LOOKUP-IDX FROM 1 BY 1
               UNTIL W18-LOOKUP-IDX > 8 OR W18-FOUND
           .

       494-MATCH-TYPE.
           IF W18-LOOKUP-WORD = W11-TYPE-WORD(W18-LOOKUP-IDX)
               MOVE W11-TYPE-CA(W18-LOOKUP-IDX) TO W18-FOUND-CA
               MOVE W11-TYPE-US(W18-LOOKUP-IDX) TO W18-FOUND-US
               SET W18-FOUND TO TRUE
           END-IF
           .

       495-MATCH-DIRECTION.
           IF W18-LOOKUP-WORD = W13-DIRECTION-WORD(W18-LOOKUP-IDX)
               MOVE W13-DIRECTION-ABBREV(W18-LOOKUP-IDX)
                   TO W18-FOUND-CA
               MOVE W13-DIRECTION-ABBREV(W18-LOOKUP-IDX)
                   TO W18-FOUND-US
               SET W18-FOUND TO TRUE
           END-IF
           .

       496-MATCH-DESIGNATOR.
           IF W18-LOOKUP-WORD = W14-DESIGNATOR-WORD(W18-LOOKUP-IDX)
               MOVE W14-DESIGNATOR-CA(W18-LOOKUP-IDX) TO W18-FOUND-CA
               MOVE W14-DESIGNATOR-US(W18-LOOKUP-IDX) TO W18-FOUND-US
               SET W18-FOUND TO TRUE
           END-IF
           .

       500-WRITE-FOOTER.
           MOVE "Addresses Read" TO W20-CONTROL-LABEL
           MOVE W19-ADDRESSES-READ TO W20-CONTROL-COUNT
           WRITE F02-REGISTER-RECORD FROM W20-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Addresses Standardized" TO W20-CONTROL-LABEL
           MOVE W19-STANDARDIZED TO W20-CONTROL-COUNT
           WRITE F02-REGISTER-RECORD FROM W20-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Fields Changed" TO W20-CONTROL-LABEL
           MOVE W19-FIELDS-CHANGED TO W20-CONTROL-COUNT
           WRITE F02-REGISTER-RECORD FROM W20-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Already Standard" TO W20-CONTROL-LABEL
           MOVE W19-ALREADY-STANDARD TO W20-CONTROL-COUNT
           WRITE F02-REGISTER-RECORD FROM W20-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Other Countries - Left As Keyed" TO W20-CONTROL-LABEL
           MOVE W19-OTHER-COUNTRY TO W20-CONTROL-COUNT
           WRITE F02-REGISTER-RECORD FROM W20-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Sent For Review - Unchanged" TO W20-CONTROL-LABEL
           MOVE W19-FOR-REVIEW TO W20-CONTROL-COUNT
           WRITE F02-REGISTER-RECORD FROM W20-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F02-REGISTER-RECORD FROM W24-PRODUCED-BY
               AFTER ADVANCING 2 LINES

           MOVE "Sent For Review - Unchanged" TO W20-CONTROL-LABEL
           MOVE W19-FOR-REVIEW TO W20-CONTROL-COUNT
           WRITE F03-REVIEW-RECORD FROM W20-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           WRITE F03-REVIEW-RECORD FROM W24-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG - EVERY
      * ADDRESS NOT SENT FOR REVIEW PASSES THROUGH AS WRITTEN,
      * CHANGED OR NOT
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "AddressStandardize"  TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W19-ADDRESSES-READ    TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN =
               W19-ADDRESSES-READ - W19-FOR-REVIEW
           MOVE W19-FOR-REVIEW        TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-ADDRESS-MASTER
                 F02-REGISTER-FILE
                 F03-REVIEW-FILE

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
