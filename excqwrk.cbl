       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXCQWRK1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       EXCEPTION WORK-QUEUE TRANSACTION (CICS), TRANSID
      *                EXCQ -- THE REVIEW DESK'S VIEW OF THE EXCPQUE
      *                KSDS (SEE EXCQ.CPY) THAT EXCQBLD1 LOADS EVERY
      *                NIGHT. LISTS OPEN ITEMS EIGHT PER SCREEN IN
      *                SUBJECT ORDER, FILTERED BY PROVIDER, ERROR CODE
      *                AND MINIMUM AGE IN BUSINESS DAYS (ANY FILTER
      *                LEFT BLANK MATCHES EVERYTHING), PF8 PAGING
      *                FORWARD AND PF7 BACK TO THE TOP. A CLERK PICKS
      *                AN ITEM BY LINE NUMBER AND --
      *                  A  ASSIGNS IT TO THEMSELF,
      *                  R  RELEASES ONE OF THEIR OWN BACK TO THE DESK,
      *                  C  CLOSES IT WITH A RESOLUTION CODE (FX
      *                     CORRECTED, PR REFERRED TO PROVIDER, NA NO
      *                     ACTION NEEDED, DU DUPLICATE) AND A NOTE,
      *                     BOTH REQUIRED.
      *                AN ITEM ASSIGNED TO ANOTHER CLERK CANNOT BE
      *                TAKEN, RELEASED OR CLOSED FROM HERE; 'SY' IS
      *                RESERVED FOR EXCQBLD1'S AUTO-CLOSE. THE KEYS
      *                SHOWN ON SCREEN RIDE IN THE COMMAREA, SO THE
      *                ACTION TURN READS EXACTLY THE ITEM THE CLERK
      *                SAW -- ONE CLOSED OR REMOVED IN BETWEEN COMES
      *                BACK WITH A MESSAGE INSTEAD OF BEING TOUCHED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPSET-NAME              PIC X(08) VALUE 'EXCQMAP'.
       01  WS-MAP-NAME                 PIC X(08) VALUE 'EXCQ1'.
       01  WS-TRANSID                  PIC X(04) VALUE 'EXCQ'.
      *    NAMES THE EXCEPTION WORK-QUEUE KSDS IN THE CICS FILE
      *    CONTROL TABLE.
       01  WS-EXCQ-FILE-NAME           PIC X(08) VALUE 'EXCPQUE'.

       01  WS-RESP                     PIC S9(08) COMP.

       01  WS-MORE-ITEMS-SW            PIC X(01) VALUE 'Y'.
           88  WS-MORE-ITEMS           VALUE 'Y'.
           88  WS-NO-MORE-ITEMS        VALUE 'N'.

       01  WS-FILTER-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-FILTER-OK            VALUE 'Y' FALSE 'N'.

       01  WS-AGE-VALID-SW             PIC X(01) VALUE 'Y'.
           88  WS-AGE-VALID            VALUE 'Y' FALSE 'N'.

      *    FULL-KEY IMAGE FOR THE QUEUE BROWSE.
       01  WS-QUEUE-BROWSE-KEY         PIC X(08).

       01  WS-SEL-NUM                  PIC 9(02) VALUE ZERO.

      *    THE AGE FILTER AS KEYED -- ONE TO THREE DIGITS, LEFT OR
      *    RIGHT JUSTIFIED -- AND AS REDISPLAYED.
       01  WS-AGE-IN                   PIC 9(03) VALUE ZERO.
       01  WS-AGE-EDIT                 PIC ZZ9.

      *    THE RESOLUTION KEYED FOR A CLOSE, CHECKED BEFORE THE ITEM
      *    IS READ FOR UPDATE.
       01  WS-CLOSE-RES-CD             PIC X(02) VALUE SPACES.
           88  WS-CLOSE-RES-VALID      VALUE 'FX' 'PR' 'NA' 'DU'.
       01  WS-CLOSE-NOTE               PIC X(60) VALUE SPACES.

      *    ACTION STAMP AND THE CLERK, FROM ASKTIME/FORMATTIME AND
      *    ASSIGN USERID.
       01  WS-ABS-TIME                 PIC S9(15) COMP-3.
       01  WS-ACTN-DT                  PIC X(08).
       01  WS-ACTN-TM                  PIC X(06).
       01  WS-CLERK-ID                 PIC X(08) VALUE SPACES.

      *    MESSAGE CARRIED INTO THE NEXT LIST REDISPLAY -- THE LIST
      *    PARAGRAPH USES IT WHEN SET, OTHERWISE ITS OWN PROMPT.
       01  WS-NEXT-MSG                 PIC X(79) VALUE SPACES.

       01  WS-OVERFLOW-MSG             PIC X(44) VALUE
           'MORE ITEMS MATCH - PF8 FOR THE NEXT PAGE'.

       01  WS-OWNER-MSG.
           05  FILLER                      PIC X(20) VALUE
               'ITEM IS ASSIGNED TO '.
           05  WS-OM-CLERK-ID              PIC X(08).

      *    ONE FORMATTED QUEUE LINE.
       01  WS-ITEM-LINE.
           05  WS-IL-SEL                   PIC Z9.
           05  FILLER                      PIC X(02) VALUE '. '.
           05  WS-IL-SUBJ-ID               PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '/'.
           05  WS-IL-SUBJ-SEQ              PIC 9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-IL-ERROR-CODE            PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-IL-DATA-PROVIDER         PIC X(05).
           05  FILLER                      PIC X(05) VALUE ' AGE '.
           05  WS-IL-AGE                   PIC ZZ9.
           05  FILLER                      PIC X(08) VALUE
               ' OPENED '.
           05  WS-IL-OPENED-DT             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-IL-ASSIGNED-TO           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-IL-SOURCE-PGM            PIC X(08).
      *    SIZED SO THE WHOLE LINE IS EXACTLY THE 78 BYTES OF A
      *    PLINE MAP FIELD -- A WIDER LINE WOULD TRUNCATE SILENTLY.
           05  FILLER                      PIC X(12) VALUE SPACES.

       COPY "excq.cpy".

       COPY "excqmap.cpy".

      *    THE FILTERS, THE PAGE BEING SHOWN, AND THE KEYS OF THE
      *    ITEMS ON SCREEN IN LINE ORDER, CARRIED ACROSS
      *    PSEUDO-CONVERSATIONAL TURNS.
       01  WS-COMMAREA.
           05  CA-FILTER-PROV              PIC X(05).
           05  CA-FILTER-ERRCD             PIC X(04).
           05  CA-FILTER-AGE               PIC S9(03) COMP-3.
           05  CA-PAGE-START-KEY           PIC X(08).
           05  CA-NEXT-PAGE-KEY            PIC X(08).
           05  CA-MORE-PAGES-SW            PIC X(01).
               88  CA-MORE-PAGES           VALUE 'Y' FALSE 'N'.
           05  CA-ITEM-COUNT               PIC S9(04) COMP.
           05  CA-ITEM-KEY                 PIC X(08) OCCURS 8 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-FILTER-PROV              PIC X(05).
           05  LK-FILTER-ERRCD             PIC X(04).
           05  LK-FILTER-AGE               PIC S9(03) COMP-3.
           05  LK-PAGE-START-KEY           PIC X(08).
           05  LK-NEXT-PAGE-KEY            PIC X(08).
           05  LK-MORE-PAGES-SW            PIC X(01).
           05  LK-ITEM-COUNT               PIC S9(04) COMP.
           05  LK-ITEM-KEY                 PIC X(08) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               MOVE SPACES     TO CA-FILTER-PROV
               MOVE SPACES     TO CA-FILTER-ERRCD
               MOVE ZERO       TO CA-FILTER-AGE
               MOVE LOW-VALUES TO CA-PAGE-START-KEY
               PERFORM 1000-LIST-ITEMS
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 8000-END-SESSION
                   WHEN DFHENTER
                       PERFORM 2000-PROCESS-ENTRY
                   WHEN DFHPF8
                       IF CA-MORE-PAGES
                           MOVE CA-NEXT-PAGE-KEY TO CA-PAGE-START-KEY
                       ELSE
                           MOVE 'NO MORE ITEMS - LAST PAGE SHOWN'
                               TO WS-NEXT-MSG
                       END-IF
                       PERFORM 1000-LIST-ITEMS
                   WHEN DFHPF7
                       MOVE LOW-VALUES TO CA-PAGE-START-KEY
                       PERFORM 1000-LIST-ITEMS
                   WHEN OTHER
                       PERFORM 1000-LIST-ITEMS
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID (WS-TRANSID)
               COMMAREA (WS-COMMAREA)
           END-EXEC.

      *    BROWSES THE QUEUE FROM THE START OF THE CURRENT PAGE,
      *    SHOWING THE FIRST EIGHT OPEN ITEMS THAT PASS THE FILTERS --
      *    CLOSED ITEMS STAY ON THE FILE FOR THE TRAIL BUT DO NOT LIST.
      *    THE KEY OF THE NINTH MATCH, IF ANY, STARTS THE NEXT PAGE.
       1000-LIST-ITEMS.
           MOVE LOW-VALUES TO EXCQ1O
           MOVE ZERO       TO CA-ITEM-COUNT
           SET CA-MORE-PAGES TO FALSE
           MOVE CA-PAGE-START-KEY TO WS-QUEUE-BROWSE-KEY
           SET WS-MORE-ITEMS TO TRUE
           EXEC CICS STARTBR FILE (WS-EXCQ-FILE-NAME)
                     RIDFLD (WS-QUEUE-BROWSE-KEY)
                     GTEQ
                     RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1100-LIST-NEXT-ITEM
                   UNTIL NOT WS-MORE-ITEMS
               EXEC CICS ENDBR FILE (WS-EXCQ-FILE-NAME) END-EXEC
           END-IF
           MOVE CA-FILTER-PROV  TO FPROVO
           MOVE CA-FILTER-ERRCD TO FERRCDO
           IF CA-FILTER-AGE > ZERO
               MOVE CA-FILTER-AGE TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT   TO FAGEO
           END-IF
           EVALUATE TRUE
               WHEN WS-NEXT-MSG NOT = SPACES
                   MOVE WS-NEXT-MSG TO MSGO
                   MOVE SPACES      TO WS-NEXT-MSG
               WHEN CA-ITEM-COUNT = ZERO
                   MOVE 'NO OPEN ITEMS MATCH THE FILTERS' TO MSGO
               WHEN OTHER
                   MOVE 'ENTER LINE AND A(SSIGN) R(ELEASE) OR C(LOSE)'
                       TO MSGO
           END-EVALUATE
           EXEC CICS SEND MAP (WS-MAP-NAME)
                     MAPSET (WS-MAPSET-NAME)
                     ERASE
           END-EXEC.

       1100-LIST-NEXT-ITEM.
           EXEC CICS READNEXT FILE (WS-EXCQ-FILE-NAME)
                     INTO (EXCEPTION-QUEUE-RECORD)
                     RIDFLD (WS-QUEUE-BROWSE-KEY)
                     RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-NO-MORE-ITEMS TO TRUE
           ELSE
               PERFORM 1150-APPLY-FILTERS
           END-IF
           EVALUATE TRUE
               WHEN WS-NO-MORE-ITEMS
                   CONTINUE
               WHEN NOT WS-FILTER-OK
                   CONTINUE
      *        AN ACTION MESSAGE ALREADY WAITING IN WS-NEXT-MSG WINS
      *        -- THE CLERK'S CONFIRMATION MUST NOT BE REPLACED BY THE
      *        OVERFLOW NOTE ON A BUSY QUEUE.
               WHEN CA-ITEM-COUNT >= 8
                   IF WS-NEXT-MSG = SPACES
                       MOVE WS-OVERFLOW-MSG TO WS-NEXT-MSG
                   END-IF
                   MOVE EQ-QUEUE-KEY TO CA-NEXT-PAGE-KEY
                   SET CA-MORE-PAGES TO TRUE
                   SET WS-NO-MORE-ITEMS TO TRUE
               WHEN OTHER
                   ADD 1 TO CA-ITEM-COUNT
                   MOVE EQ-QUEUE-KEY TO CA-ITEM-KEY (CA-ITEM-COUNT)
                   PERFORM 1200-FORMAT-ITEM-LINE
           END-EVALUATE.

       1150-APPLY-FILTERS.
           SET WS-FILTER-OK TO TRUE
           IF NOT EQ-STAT-OPEN
               SET WS-FILTER-OK TO FALSE
           END-IF
           IF CA-FILTER-PROV NOT = SPACES
              AND EQ-DATA-PROVIDER NOT = CA-FILTER-PROV
               SET WS-FILTER-OK TO FALSE
           END-IF
           IF CA-FILTER-ERRCD NOT = SPACES
              AND EQ-ERROR-CODE NOT = CA-FILTER-ERRCD
               SET WS-FILTER-OK TO FALSE
           END-IF
           IF EQ-AGE-BUS-DAYS < CA-FILTER-AGE
               SET WS-FILTER-OK TO FALSE
           END-IF.

       1200-FORMAT-ITEM-LINE.
           MOVE CA-ITEM-COUNT      TO WS-IL-SEL
           MOVE EQ-SRC-SUBJ-ID-NB  TO WS-IL-SUBJ-ID
           MOVE EQ-SRC-SUBJ-SEQ-NB TO WS-IL-SUBJ-SEQ
           MOVE EQ-ERROR-CODE      TO WS-IL-ERROR-CODE
           MOVE EQ-DATA-PROVIDER   TO WS-IL-DATA-PROVIDER
           MOVE EQ-AGE-BUS-DAYS    TO WS-IL-AGE
           MOVE EQ-OPENED-DT       TO WS-IL-OPENED-DT
           IF EQ-STAT-ASSIGNED
               MOVE EQ-ASSIGNED-TO TO WS-IL-ASSIGNED-TO
           ELSE
               MOVE 'UNASSIGN'     TO WS-IL-ASSIGNED-TO
           END-IF
           MOVE EQ-SOURCE-PGM      TO WS-IL-SOURCE-PGM
           EVALUATE CA-ITEM-COUNT
               WHEN 1  MOVE WS-ITEM-LINE TO PLINE1O
               WHEN 2  MOVE WS-ITEM-LINE TO PLINE2O
               WHEN 3  MOVE WS-ITEM-LINE TO PLINE3O
               WHEN 4  MOVE WS-ITEM-LINE TO PLINE4O
               WHEN 5  MOVE WS-ITEM-LINE TO PLINE5O
               WHEN 6  MOVE WS-ITEM-LINE TO PLINE6O
               WHEN 7  MOVE WS-ITEM-LINE TO PLINE7O
               WHEN 8  MOVE WS-ITEM-LINE TO PLINE8O
           END-EVALUATE.

      *    A LINE NUMBER MEANS AN ACTION ON THAT ITEM; OTHERWISE ENTER
      *    APPLIES WHATEVER FILTERS WERE KEYED AND LISTS FROM THE TOP.
       2000-PROCESS-ENTRY.
           EXEC CICS RECEIVE MAP (WS-MAP-NAME)
                     MAPSET (WS-MAPSET-NAME)
                     INTO (EXCQ1I)
           END-EXEC
           IF SELIDL > ZERO
               PERFORM 3000-PROCESS-ACTION
           ELSE
               PERFORM 2100-APPLY-NEW-FILTERS
           END-IF.

      *    A FILTER FIELD NOT TOUCHED KEEPS ITS CURRENT VALUE; ONE
      *    BLANKED OUT MATCHES EVERYTHING AGAIN.
       2100-APPLY-NEW-FILTERS.
           SET WS-AGE-VALID TO TRUE
           IF FAGEL > ZERO
               EVALUATE TRUE
                   WHEN FAGEI = SPACES
                       MOVE ZERO TO WS-AGE-IN
                   WHEN FAGEI NUMERIC
                       MOVE FAGEI TO WS-AGE-IN
                   WHEN FAGEI (1:2) NUMERIC
                    AND FAGEI (3:1) = SPACE
                       MOVE FAGEI (1:2) TO WS-AGE-IN
                   WHEN FAGEI (1:1) NUMERIC
                    AND FAGEI (2:2) = SPACES
                       MOVE FAGEI (1:1) TO WS-AGE-IN
                   WHEN OTHER
                       SET WS-AGE-VALID TO FALSE
               END-EVALUATE
           END-IF
           IF NOT WS-AGE-VALID
               MOVE 'MINIMUM AGE MUST BE A NUMBER OF DAYS'
                   TO WS-NEXT-MSG
           ELSE
               IF FAGEL > ZERO
                   MOVE WS-AGE-IN TO CA-FILTER-AGE
               END-IF
               IF FPROVL > ZERO
                   MOVE FPROVI TO CA-FILTER-PROV
               END-IF
               IF FERRCDL > ZERO
                   MOVE FERRCDI TO CA-FILTER-ERRCD
               END-IF
               MOVE LOW-VALUES TO CA-PAGE-START-KEY
           END-IF
           PERFORM 1000-LIST-ITEMS.

       3000-PROCESS-ACTION.
           MOVE SPACES TO WS-CLOSE-RES-CD
           MOVE SPACES TO WS-CLOSE-NOTE
           IF RESCDL > ZERO
               MOVE RESCDI TO WS-CLOSE-RES-CD
           END-IF
           IF NOTEL > ZERO
               MOVE NOTEI TO WS-CLOSE-NOTE
           END-IF
           EVALUATE TRUE
               WHEN SELIDI NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE NUMERIC' TO WS-NEXT-MSG
                   PERFORM 1000-LIST-ITEMS
               WHEN ACTIONI NOT = 'A' AND ACTIONI NOT = 'R'
                AND ACTIONI NOT = 'C'
                   MOVE 'ACTION MUST BE A, R OR C' TO WS-NEXT-MSG
                   PERFORM 1000-LIST-ITEMS
               WHEN ACTIONI = 'C' AND NOT WS-CLOSE-RES-VALID
                   MOVE 'RESOLUTION MUST BE FX, PR, NA OR DU'
                       TO WS-NEXT-MSG
                   PERFORM 1000-LIST-ITEMS
               WHEN ACTIONI = 'C' AND WS-CLOSE-NOTE = SPACES
                   MOVE 'A RESOLUTION NOTE IS REQUIRED TO CLOSE'
                       TO WS-NEXT-MSG
                   PERFORM 1000-LIST-ITEMS
               WHEN OTHER
                   MOVE SELIDI TO WS-SEL-NUM
                   IF WS-SEL-NUM = ZERO
                      OR WS-SEL-NUM > CA-ITEM-COUNT
                       MOVE 'LINE NUMBER NOT ON THE LIST'
                           TO WS-NEXT-MSG
                       PERFORM 1000-LIST-ITEMS
                   ELSE
                       PERFORM 3100-ACT-ON-ONE-ITEM
                   END-IF
           END-EVALUATE.

      *    READS THE CHOSEN ITEM FOR UPDATE BY THE KEY THE CLERK WAS
      *    SHOWN. AN ITEM CLOSED IN BETWEEN -- BY ANOTHER CLERK OR BY
      *    THE NIGHTLY LOAD -- IS RELEASED UNTOUCHED.
       3100-ACT-ON-ONE-ITEM.
           EXEC CICS READ FILE (WS-EXCQ-FILE-NAME)
                     INTO (EXCEPTION-QUEUE-RECORD)
                     RIDFLD (CA-ITEM-KEY (WS-SEL-NUM))
                     UPDATE
                     RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ITEM NO LONGER ON THE QUEUE - LIST REFRESHED'
                       TO WS-NEXT-MSG
               WHEN NOT EQ-STAT-OPEN
                   EXEC CICS UNLOCK FILE (WS-EXCQ-FILE-NAME) END-EXEC
                   MOVE 'ITEM ALREADY CLOSED - LIST REFRESHED'
                       TO WS-NEXT-MSG
               WHEN OTHER
                   EXEC CICS ASSIGN
                             USERID (WS-CLERK-ID)
                   END-EXEC
                   EXEC CICS ASKTIME
                             ABSTIME (WS-ABS-TIME)
                   END-EXEC
                   EXEC CICS FORMATTIME
                             ABSTIME (WS-ABS-TIME)
                             YYYYMMDD (WS-ACTN-DT)
                             TIME (WS-ACTN-TM)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN EQ-STAT-ASSIGNED
                        AND EQ-ASSIGNED-TO NOT = WS-CLERK-ID
                           EXEC CICS UNLOCK FILE (WS-EXCQ-FILE-NAME)
                           END-EXEC
                           MOVE EQ-ASSIGNED-TO TO WS-OM-CLERK-ID
                           MOVE WS-OWNER-MSG   TO WS-NEXT-MSG
                       WHEN ACTIONI = 'A'
                           PERFORM 3200-ASSIGN-ITEM
                       WHEN ACTIONI = 'R'
                           PERFORM 3300-RELEASE-ITEM
                       WHEN OTHER
                           PERFORM 3400-CLOSE-ITEM
                   END-EVALUATE
           END-EVALUATE
           PERFORM 1000-LIST-ITEMS.

       3200-ASSIGN-ITEM.
           SET EQ-STAT-ASSIGNED TO TRUE
           MOVE WS-CLERK-ID TO EQ-ASSIGNED-TO
           MOVE WS-ACTN-DT  TO EQ-ASSIGNED-DT
           EXEC CICS REWRITE FILE (WS-EXCQ-FILE-NAME)
                     FROM (EXCEPTION-QUEUE-RECORD)
           END-EXEC
           MOVE 'ITEM ASSIGNED TO YOU' TO WS-NEXT-MSG.

       3300-RELEASE-ITEM.
           IF NOT EQ-STAT-ASSIGNED
               EXEC CICS UNLOCK FILE (WS-EXCQ-FILE-NAME) END-EXEC
               MOVE 'ITEM IS NOT ASSIGNED - NOTHING TO RELEASE'
                   TO WS-NEXT-MSG
           ELSE
               SET EQ-STAT-UNASSIGNED TO TRUE
               MOVE SPACES TO EQ-ASSIGNED-TO
               MOVE SPACES TO EQ-ASSIGNED-DT
               EXEC CICS REWRITE FILE (WS-EXCQ-FILE-NAME)
                         FROM (EXCEPTION-QUEUE-RECORD)
               END-EXEC
               MOVE 'ITEM RELEASED TO THE DESK' TO WS-NEXT-MSG
           END-IF.

      *    AN UNASSIGNED ITEM CLOSED STRAIGHT FROM THE LIST IS TAKEN
      *    BY THE CLOSING CLERK, SO THE TRAIL ALWAYS NAMES WHO WORKED
      *    IT.
       3400-CLOSE-ITEM.
           IF EQ-ASSIGNED-TO = SPACES
               MOVE WS-CLERK-ID TO EQ-ASSIGNED-TO
               MOVE WS-ACTN-DT  TO EQ-ASSIGNED-DT
           END-IF
           SET EQ-STAT-CLOSED TO TRUE
           MOVE WS-CLOSE-RES-CD TO EQ-RESOLUTION-CD
           MOVE WS-CLOSE-NOTE   TO EQ-RESOLUTION-NOTE
           MOVE WS-CLERK-ID     TO EQ-CLOSED-BY
           MOVE WS-ACTN-DT      TO EQ-CLOSED-DT
           MOVE WS-ACTN-TM      TO EQ-CLOSED-TM
           SET EQ-CLEARED-SINCE-CLOSE TO FALSE
           EXEC CICS REWRITE FILE (WS-EXCQ-FILE-NAME)
                     FROM (EXCEPTION-QUEUE-RECORD)
           END-EXEC
           MOVE 'ITEM CLOSED' TO WS-NEXT-MSG.

       8000-END-SESSION.
           EXEC CICS SEND TEXT
                     FROM ('EXCEPTION WORK-QUEUE SESSION ENDED')
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.
