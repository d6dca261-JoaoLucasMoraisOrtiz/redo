       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-BORLOAD.
      *****************************************************
      *  Batch borrower registration and renewal from the
      *  school district class roster and the city
      *  resident-card file.  Reads borfeed.dat (one fixed
      *  146-byte record per line; BF-SOURCE S=school
      *  roster, C=city resident, so both feeds may be
      *  run together) and matches every entry against
      *  BORROWER-FILE:
      *    - by library card number when the feed carries
      *      one (the name on file must agree);
      *    - otherwise by name and contact address, both
      *      compared in upper case.
      *  A new patron is registered with the card number
      *  given, or the next LB card number from borno.ctl.
      *  A matched patron has contact, e-mail and mobile
      *  refreshed from the feed and BR-EXPIRY-DT extended
      *  to the feed's expiry (or the date keyed at the
      *  prompt).  Entries with missing or invalid data,
      *  a card whose name does not agree, a name on file
      *  under another address, several borrowers with the
      *  same name and address, or a deactivated borrower
      *  are rejected and listed on borload.rpt, never
      *  loaded.  When the run includes the school roster,
      *  active roster students not on it are listed for
      *  the desk to deactivate.  Every add, update and
      *  renewal goes on the audit trail (action 'P',
      *  operator LIBRARYBLD) with the feed it came from.
      *  Trial mode changes nothing and reports what an
      *  update run would do.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "borfeed.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BORROWER-FILE ASSIGN TO "borrower.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-ID.
           SELECT NAME-INDEX-FILE ASSIGN TO "borname.tmp"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NX-KEY.
           SELECT SEEN-FILE ASSIGN TO "borseen.tmp"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-ID.
           SELECT CARD-CTL-FILE ASSIGN TO "borno.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-CTL-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "borload.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           05 BF-SOURCE       PIC X(01).
           05 BF-BORROWER-ID  PIC X(10).
           05 BF-NAME         PIC X(30).
           05 BF-CONTACT      PIC X(30).
           05 BF-EMAIL        PIC X(50).
           05 BF-MOBILE       PIC X(15).
           05 BF-CATEGORY     PIC X(01).
           05 BF-NOTIFY-PREF  PIC X(01).
           05 BF-EXPIRY-DT    PIC X(08).
       FD  BORROWER-FILE.
           COPY BORROWREC.
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           05 NX-KEY.
              10 NX-NAME      PIC X(30).
              10 NX-CONTACT   PIC X(30).
              10 NX-ID        PIC X(10).
       FD  SEEN-FILE.
       01  SEEN-RECORD.
           05 SN-ID           PIC X(10).
       FD  CARD-CTL-FILE.
       01  CARD-CTL-RECORD    PIC 9(8).
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-UPDATE-FLAG     PIC X.
       01  WS-FEED-EOF        PIC X VALUE 'N'.
       01  WS-BR-EOF          PIC X VALUE 'N'.
       01  WS-NX-EOF          PIC X.
       01  WS-CARD-CTL-STATUS PIC XX.
       01  WS-NEXT-CARD       PIC 9(8) VALUE 0.
       01  WS-CARD-FREE       PIC X.

       01  WS-SCHOOL-CATEGORY PIC X(01).
       01  WS-CITY-CATEGORY   PIC X(01).
       01  WS-DFLT-EXPIRY     PIC X(08).
       01  WS-DFLT-EXPIRY-N REDEFINES WS-DFLT-EXPIRY PIC 9(8).

       01  WS-FEED-NAME       PIC X(13).
       01  WS-FEED-SHORT      PIC X(06).
       01  WS-REJECT-REASON   PIC X(25).
       01  WS-MATCH           PIC X.
       01  WS-MATCH-ID        PIC X(10).
       01  WS-NAME-CNT        PIC 9(4).
       01  WS-SAME-CNT        PIC 9(4).
       01  WS-UPPER-NAME      PIC X(30).
       01  WS-UPPER-CONTACT   PIC X(30).
       01  WS-AT-CNT          PIC 9(2).
       01  WS-NEW-EXPIRY      PIC X(08).
       01  WS-NEW-CATEGORY    PIC X(01).
       01  WS-NEW-NOTIFY      PIC X(01).
       01  WS-OLD-CONTACT     PIC X(30).
       01  WS-CHANGED         PIC X.
       01  WS-RENEWED         PIC X.
       01  WS-ACTION          PIC X(09).
       01  WS-NOTE            PIC X(25).

       01  WS-READ-CNT        PIC 9(6) VALUE 0.
       01  WS-SCHOOL-CNT      PIC 9(6) VALUE 0.
       01  WS-CITY-CNT        PIC 9(6) VALUE 0.
       01  WS-ADD-CNT         PIC 9(6) VALUE 0.
       01  WS-UPDATE-CNT      PIC 9(6) VALUE 0.
       01  WS-RENEW-CNT       PIC 9(6) VALUE 0.
       01  WS-SAME-CNT-TOT    PIC 9(6) VALUE 0.
       01  WS-REJECT-CNT      PIC 9(6) VALUE 0.
       01  WS-FLAG-CNT        PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT      PIC ZZZ,ZZ9.

       01  WS-TODAY-N         PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).
       01  WS-RUN-TIME        PIC X(8).

       01  WS-HEAD-LINE.
           05 FILLER          PIC X(50)
              VALUE "BORROWER FEED LOAD - SCHOOL ROSTER/CITY RESIDENT".
           05 WS-HL-MODE      PIC X(13).
           05 FILLER          PIC X(09) VALUE "RUN DATE ".
           05 WS-HL-DATE      PIC X(08).
           05 FILLER          PIC X(18) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER          PIC X(08) VALUE "FEED".
           05 FILLER          PIC X(12) VALUE "BORROWER".
           05 FILLER          PIC X(32) VALUE "NAME".
           05 FILLER          PIC X(11) VALUE "ACTION".
           05 FILLER          PIC X(10) VALUE "EXPIRES".
           05 FILLER          PIC X(25) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05 WS-DL-FEED      PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-ID        PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NAME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-ACTION    PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-EXPIRY    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NOTE      PIC X(25).

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.
           COPY POLICYPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-BORLOAD: borrower feed load".
           PERFORM RECORD-RUN-START.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "CATEGORY FOR SCHOOL ROSTER (BLANK = A): ".
           ACCEPT WS-SCHOOL-CATEGORY.
           IF WS-SCHOOL-CATEGORY = SPACE THEN
               MOVE 'A' TO WS-SCHOOL-CATEGORY
           END-IF.
           DISPLAY "CATEGORY FOR CITY RESIDENTS (BLANK = A): ".
           ACCEPT WS-CITY-CATEGORY.
           IF WS-CITY-CATEGORY = SPACE THEN
               MOVE 'A' TO WS-CITY-CATEGORY
           END-IF.
           DISPLAY "NEW EXPIRY YYYYMMDD (BLANK = ONE YEAR): ".
           ACCEPT WS-DFLT-EXPIRY.
           IF WS-DFLT-EXPIRY = SPACES THEN
               COMPUTE WS-DFLT-EXPIRY-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY-N) + 365)
           END-IF.
           IF WS-DFLT-EXPIRY NOT NUMERIC
              OR WS-DFLT-EXPIRY NOT > WS-TODAY-ALPHA THEN
               DISPLAY "INVALID EXPIRY DATE - RUN ABANDONED"
               STOP RUN
           END-IF.
           DISPLAY "UPDATE MODE - LOAD BORROWERS (Y/N): ".
           ACCEPT WS-UPDATE-FLAG.
           IF WS-UPDATE-FLAG NOT = 'Y' THEN
               MOVE 'N' TO WS-UPDATE-FLAG
           END-IF.
           PERFORM READ-CARD-COUNTER.
           IF WS-UPDATE-FLAG = 'Y' THEN
               OPEN I-O BORROWER-FILE
               MOVE "UPDATE MODE" TO WS-HL-MODE
           ELSE
               OPEN INPUT BORROWER-FILE
               MOVE "TRIAL MODE" TO WS-HL-MODE
           END-IF.
           PERFORM BUILD-NAME-INDEX.
           OPEN OUTPUT SEEN-FILE.
           CLOSE SEEN-FILE.
           OPEN I-O SEEN-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT FEED-FILE.
           PERFORM UNTIL WS-FEED-EOF = 'Y'
               READ FEED-FILE
                   AT END MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.
           IF WS-SCHOOL-CNT > 0 THEN
               PERFORM FLAG-MISSING-STUDENTS
           END-IF.
           PERFORM WRITE-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE SEEN-FILE.
           CLOSE NAME-INDEX-FILE.
           CLOSE BORROWER-FILE.
           IF WS-UPDATE-FLAG = 'Y' THEN
               PERFORM SAVE-CARD-COUNTER
           END-IF.
           MOVE WS-READ-CNT TO WS-COUNT-EDIT.
           DISPLAY "FEED ENTRIES READ   : " WS-COUNT-EDIT.
           MOVE WS-ADD-CNT TO WS-COUNT-EDIT.
           DISPLAY "BORROWERS ADDED     : " WS-COUNT-EDIT.
           MOVE WS-UPDATE-CNT TO WS-COUNT-EDIT.
           DISPLAY "CONTACTS UPDATED    : " WS-COUNT-EDIT.
           MOVE WS-RENEW-CNT TO WS-COUNT-EDIT.
           DISPLAY "MEMBERSHIPS RENEWED : " WS-COUNT-EDIT.
           MOVE WS-REJECT-CNT TO WS-COUNT-EDIT.
           DISPLAY "ENTRIES REJECTED    : " WS-COUNT-EDIT.
           MOVE WS-FLAG-CNT TO WS-COUNT-EDIT.
           DISPLAY "STUDENTS FLAGGED    : " WS-COUNT-EDIT.
           IF WS-UPDATE-FLAG NOT = 'Y' THEN
               DISPLAY "TRIAL MODE - NO RECORDS CHANGED"
           END-IF.
           DISPLAY "REPORT WRITTEN TO borload.rpt".
           MOVE WS-READ-CNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       READ-CARD-COUNTER.
           MOVE 0 TO WS-NEXT-CARD
           OPEN INPUT CARD-CTL-FILE
           IF WS-CARD-CTL-STATUS = "00" THEN
               READ CARD-CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE CARD-CTL-RECORD TO WS-NEXT-CARD
               END-READ
               CLOSE CARD-CTL-FILE
           END-IF.

       SAVE-CARD-COUNTER.
           OPEN OUTPUT CARD-CTL-FILE
           MOVE WS-NEXT-CARD TO CARD-CTL-RECORD
           WRITE CARD-CTL-RECORD
           CLOSE CARD-CTL-FILE.

       BUILD-NAME-INDEX.
           OPEN OUTPUT NAME-INDEX-FILE
           MOVE LOW-VALUES TO BR-ID
           START BORROWER-FILE KEY IS NOT LESS THAN BR-ID
               INVALID KEY MOVE 'Y' TO WS-BR-EOF
           END-START
           PERFORM UNTIL WS-BR-EOF = 'Y'
               READ BORROWER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-EOF
                   NOT AT END
                       PERFORM ADD-NAME-INDEX-ENTRY
               END-READ
           END-PERFORM
           CLOSE NAME-INDEX-FILE
           OPEN I-O NAME-INDEX-FILE.

       ADD-NAME-INDEX-ENTRY.
           MOVE FUNCTION UPPER-CASE (BR-NAME) TO NX-NAME
           MOVE FUNCTION UPPER-CASE (BR-CONTACT) TO NX-CONTACT
           MOVE BR-ID TO NX-ID
           WRITE NAME-INDEX-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       WRITE-REPORT-HEADING.
           MOVE WS-TODAY-ALPHA TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FEED ENTRIES ADDED, UPDATED, RENEWED OR REJECTED"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       LOAD-ONE-ENTRY.
           ADD 1 TO WS-READ-CNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-MATCH-ID
           EVALUATE BF-SOURCE
               WHEN 'S'
                   ADD 1 TO WS-SCHOOL-CNT
                   MOVE "SCHOOL ROSTER" TO WS-FEED-NAME
                   MOVE "SCHOOL" TO WS-FEED-SHORT
                   MOVE WS-SCHOOL-CATEGORY TO WS-NEW-CATEGORY
               WHEN 'C'
                   ADD 1 TO WS-CITY-CNT
                   MOVE "CITY RESIDENT" TO WS-FEED-NAME
                   MOVE "CITY" TO WS-FEED-SHORT
                   MOVE WS-CITY-CATEGORY TO WS-NEW-CATEGORY
               WHEN OTHER
                   MOVE "??????" TO WS-FEED-SHORT
                   MOVE "BAD FEED SOURCE CODE" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM VALIDATE-ENTRY
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM MATCH-ENTRY
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
               IF WS-MATCH = 'Y' THEN
                   PERFORM RENEW-MATCHED-BORROWER
               ELSE
                   PERFORM ADD-NEW-BORROWER
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES THEN
               ADD 1 TO WS-REJECT-CNT
               MOVE "REJECTED" TO WS-ACTION
               MOVE BF-BORROWER-ID TO WS-DL-ID
               IF WS-MATCH-ID NOT = SPACES THEN
                   MOVE WS-MATCH-ID TO WS-DL-ID
               END-IF
               MOVE BF-NAME TO WS-DL-NAME
               MOVE BF-EXPIRY-DT TO WS-DL-EXPIRY
               MOVE WS-REJECT-REASON TO WS-NOTE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       VALIDATE-ENTRY.
           MOVE BF-EXPIRY-DT TO WS-NEW-EXPIRY
           IF WS-NEW-EXPIRY = SPACES THEN
               MOVE WS-DFLT-EXPIRY TO WS-NEW-EXPIRY
           END-IF
           IF BF-CATEGORY NOT = SPACE THEN
               MOVE BF-CATEGORY TO WS-NEW-CATEGORY
           END-IF
           MOVE 0 TO WS-AT-CNT
           INSPECT BF-EMAIL TALLYING WS-AT-CNT FOR ALL "@"
           MOVE WS-NEW-CATEGORY TO PP-CATEGORY
           CALL "LIBRARY-POLICY" USING POLICY-PARMS
           EVALUATE TRUE
               WHEN BF-NAME = SPACES
                   MOVE "NAME MISSING" TO WS-REJECT-REASON
               WHEN BF-CONTACT = SPACES AND BF-EMAIL = SPACES
                  AND BF-MOBILE = SPACES
                   MOVE "NO CONTACT DETAILS" TO WS-REJECT-REASON
               WHEN BF-EMAIL NOT = SPACES AND WS-AT-CNT NOT = 1
                   MOVE "BAD E-MAIL ADDRESS" TO WS-REJECT-REASON
               WHEN WS-NEW-EXPIRY NOT NUMERIC
                   MOVE "BAD EXPIRY DATE" TO WS-REJECT-REASON
               WHEN WS-NEW-EXPIRY NOT > WS-TODAY-ALPHA
                   MOVE "EXPIRY NOT AFTER TODAY" TO WS-REJECT-REASON
               WHEN PP-RETURN-CODE NOT = 'Y'
                   MOVE "NO POLICY FOR CATEGORY" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MATCH-ENTRY.
           MOVE 'N' TO WS-MATCH
           MOVE FUNCTION UPPER-CASE (BF-NAME) TO WS-UPPER-NAME
           MOVE FUNCTION UPPER-CASE (BF-CONTACT) TO WS-UPPER-CONTACT
           IF BF-BORROWER-ID NOT = SPACES THEN
               MOVE BF-BORROWER-ID TO BR-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MATCH
               END-READ
               IF WS-MATCH = 'Y'
                  AND FUNCTION UPPER-CASE (BR-NAME)
                      NOT = WS-UPPER-NAME THEN
                   MOVE "NAME DOES NOT MATCH CARD" TO WS-REJECT-REASON
               END-IF
           ELSE
               PERFORM SCAN-NAME-INDEX
               EVALUATE TRUE
                   WHEN WS-SAME-CNT = 1
                       MOVE 'Y' TO WS-MATCH
                       MOVE WS-MATCH-ID TO BR-ID
                       READ BORROWER-FILE
                           INVALID KEY
                               MOVE "NOT ON BORROWER FILE"
                                   TO WS-REJECT-REASON
                       END-READ
                   WHEN WS-SAME-CNT > 1
                       MOVE SPACES TO WS-MATCH-ID
                       MOVE "SEVERAL WITH NAME/ADDRESS"
                           TO WS-REJECT-REASON
                   WHEN WS-NAME-CNT > 0
                       MOVE "NAME ON FILE - OTHER ADDR"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SCAN-NAME-INDEX.
           MOVE 0 TO WS-NAME-CNT
           MOVE 0 TO WS-SAME-CNT
           MOVE 'N' TO WS-NX-EOF
           MOVE WS-UPPER-NAME TO NX-NAME
           MOVE LOW-VALUES TO NX-CONTACT
           MOVE LOW-VALUES TO NX-ID
           START NAME-INDEX-FILE KEY IS NOT LESS THAN NX-KEY
               INVALID KEY MOVE 'Y' TO WS-NX-EOF
           END-START
           PERFORM UNTIL WS-NX-EOF = 'Y'
               READ NAME-INDEX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-NX-EOF
                   NOT AT END
                       IF NX-NAME NOT = WS-UPPER-NAME THEN
                           MOVE 'Y' TO WS-NX-EOF
                       ELSE
                           ADD 1 TO WS-NAME-CNT
                           IF NX-CONTACT = WS-UPPER-CONTACT THEN
                               ADD 1 TO WS-SAME-CNT
                               MOVE NX-ID TO WS-MATCH-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RENEW-MATCHED-BORROWER.
           IF BR-STATUS NOT = 'A' THEN
               MOVE BR-ID TO WS-MATCH-ID
               MOVE "DEACTIVATED - SEE DESK" TO WS-REJECT-REASON
           ELSE
               PERFORM APPLY-FEED-CHANGES
           END-IF.

       APPLY-FEED-CHANGES.
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-RENEWED
           MOVE BR-CONTACT TO WS-OLD-CONTACT
           IF BF-CONTACT NOT = SPACES
              AND BF-CONTACT NOT = BR-CONTACT THEN
               MOVE BF-CONTACT TO BR-CONTACT
               MOVE 'Y' TO WS-CHANGED
           END-IF
           IF BF-EMAIL NOT = SPACES AND BF-EMAIL NOT = BR-EMAIL THEN
               MOVE BF-EMAIL TO BR-EMAIL
               MOVE 'Y' TO WS-CHANGED
           END-IF
           IF BF-MOBILE NOT = SPACES
              AND BF-MOBILE NOT = BR-MOBILE THEN
               MOVE BF-MOBILE TO BR-MOBILE
               MOVE 'Y' TO WS-CHANGED
           END-IF
           IF BF-NOTIFY-PREF NOT = SPACE THEN
               MOVE BF-NOTIFY-PREF TO WS-NEW-NOTIFY
               PERFORM CHECK-NOTIFY-PREF
               IF WS-NEW-NOTIFY NOT = BR-NOTIFY-PREF THEN
                   MOVE WS-NEW-NOTIFY TO BR-NOTIFY-PREF
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           END-IF
           IF BR-EXPIRY-DT NOT NUMERIC
              OR WS-NEW-EXPIRY > BR-EXPIRY-DT THEN
               MOVE WS-NEW-EXPIRY TO BR-EXPIRY-DT
               MOVE 'Y' TO WS-RENEWED
           END-IF
           IF BF-SOURCE = 'S' OR BR-FEED-SOURCE NOT = 'S' THEN
               MOVE BF-SOURCE TO BR-FEED-SOURCE
           END-IF
           MOVE WS-TODAY-ALPHA TO BR-FEED-DT
           IF WS-UPDATE-FLAG = 'Y' THEN
               REWRITE BORROWER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR " BR-ID
               END-REWRITE
           END-IF
           PERFORM MARK-BORROWER-SEEN
           EVALUATE TRUE
               WHEN WS-CHANGED = 'Y' AND WS-RENEWED = 'Y'
                   ADD 1 TO WS-UPDATE-CNT
                   ADD 1 TO WS-RENEW-CNT
                   MOVE "UPD+RENEW" TO WS-ACTION
               WHEN WS-CHANGED = 'Y'
                   ADD 1 TO WS-UPDATE-CNT
                   MOVE "UPDATED" TO WS-ACTION
               WHEN WS-RENEWED = 'Y'
                   ADD 1 TO WS-RENEW-CNT
                   MOVE "RENEWED" TO WS-ACTION
               WHEN OTHER
                   ADD 1 TO WS-SAME-CNT-TOT
                   MOVE SPACES TO WS-ACTION
           END-EVALUATE
           IF WS-ACTION NOT = SPACES THEN
               MOVE SPACES TO WS-NOTE
               IF WS-CHANGED = 'Y' AND BR-CONTACT NOT = WS-OLD-CONTACT
                   THEN
                   MOVE "NEW ADDRESS" TO WS-NOTE
               END-IF
               PERFORM WRITE-CHANGE-LINE
               PERFORM WRITE-LOAD-AUDIT
           END-IF.

       ADD-NEW-BORROWER.
           IF BF-BORROWER-ID NOT = SPACES THEN
               MOVE BF-BORROWER-ID TO BR-ID
           ELSE
               PERFORM ASSIGN-CARD-NUMBER
           END-IF
           MOVE SPACES TO WS-OLD-CONTACT
           MOVE BF-NAME TO BR-NAME
           MOVE BF-CONTACT TO BR-CONTACT
           MOVE 'A' TO BR-STATUS
           MOVE WS-NEW-EXPIRY TO BR-EXPIRY-DT
           MOVE WS-NEW-CATEGORY TO BR-CATEGORY
           MOVE BF-EMAIL TO BR-EMAIL
           MOVE BF-MOBILE TO BR-MOBILE
           MOVE BF-NOTIFY-PREF TO WS-NEW-NOTIFY
           PERFORM CHECK-NOTIFY-PREF
           MOVE WS-NEW-NOTIFY TO BR-NOTIFY-PREF
           MOVE WS-TODAY-ALPHA TO BR-STATUS-DT
           MOVE BF-SOURCE TO BR-FEED-SOURCE
           MOVE WS-TODAY-ALPHA TO BR-FEED-DT
           IF WS-UPDATE-FLAG = 'Y' THEN
               WRITE BORROWER-RECORD
                   INVALID KEY
                       MOVE BR-ID TO WS-MATCH-ID
                       MOVE "CARD NUMBER ALREADY USED"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-REJECT-REASON = SPACES THEN
               ADD 1 TO WS-ADD-CNT
               PERFORM ADD-NAME-INDEX-ENTRY
               PERFORM MARK-BORROWER-SEEN
               MOVE "ADDED" TO WS-ACTION
               MOVE "CATEGORY " TO WS-NOTE
               MOVE BR-CATEGORY TO WS-NOTE (10:1)
               PERFORM WRITE-CHANGE-LINE
               PERFORM WRITE-LOAD-AUDIT
           END-IF.

       ASSIGN-CARD-NUMBER.
           MOVE 'N' TO WS-CARD-FREE
           PERFORM UNTIL WS-CARD-FREE = 'Y'
               ADD 1 TO WS-NEXT-CARD
               MOVE SPACES TO BR-ID
               STRING "LB" WS-NEXT-CARD
                   DELIMITED BY SIZE INTO BR-ID
               READ BORROWER-FILE
                   INVALID KEY MOVE 'Y' TO WS-CARD-FREE
               END-READ
           END-PERFORM.

       CHECK-NOTIFY-PREF.
           EVALUATE WS-NEW-NOTIFY
               WHEN 'E'
                   IF BR-EMAIL = SPACES THEN
                       MOVE 'P' TO WS-NEW-NOTIFY
                   END-IF
               WHEN 'S'
                   IF BR-MOBILE = SPACES THEN
                       MOVE 'P' TO WS-NEW-NOTIFY
                   END-IF
               WHEN 'P'
                   CONTINUE
               WHEN OTHER
                   MOVE 'P' TO WS-NEW-NOTIFY
           END-EVALUATE.

       MARK-BORROWER-SEEN.
           IF BF-SOURCE = 'S' THEN
               MOVE BR-ID TO SN-ID
               WRITE SEEN-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       WRITE-CHANGE-LINE.
           MOVE BR-ID TO WS-DL-ID
           MOVE BR-NAME TO WS-DL-NAME
           MOVE BR-EXPIRY-DT TO WS-DL-EXPIRY
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-FEED-SHORT TO WS-DL-FEED
           MOVE WS-ACTION TO WS-DL-ACTION
           MOVE WS-NOTE TO WS-DL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-LOAD-AUDIT.
           IF WS-UPDATE-FLAG = 'Y' THEN
               ACCEPT AUD-DATE FROM DATE YYYYMMDD
               ACCEPT AUD-TIME FROM TIME
               MOVE "LIBRARYBLD" TO AUD-OPERATOR
               MOVE 'P' TO AUD-ACTION
               MOVE BR-ID TO AUD-ISBN
               MOVE SPACES TO AUD-BEFORE-TITLE
               STRING WS-FEED-NAME " " WS-ACTION
                   DELIMITED BY SIZE INTO AUD-BEFORE-TITLE
               MOVE WS-OLD-CONTACT TO AUD-BEFORE-AUTHOR
               MOVE 0 TO AUD-BEFORE-TOT-COPIES
               MOVE 0 TO AUD-BEFORE-AVL-COPIES
               MOVE BR-NAME TO AUD-AFTER-TITLE
               MOVE BR-CONTACT TO AUD-AFTER-AUTHOR
               MOVE 0 TO AUD-AFTER-TOT-COPIES
               MOVE 0 TO AUD-AFTER-AVL-COPIES
               OPEN EXTEND AUDIT-FILE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       FLAG-MISSING-STUDENTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "STUDENTS MISSING FROM ROSTER - DEACTIVATE AT DESK"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SCHOOL" TO WS-FEED-SHORT
           MOVE "FLAGGED" TO WS-ACTION
           MOVE 'N' TO WS-BR-EOF
           MOVE LOW-VALUES TO BR-ID
           START BORROWER-FILE KEY IS NOT LESS THAN BR-ID
               INVALID KEY MOVE 'Y' TO WS-BR-EOF
           END-START
           PERFORM UNTIL WS-BR-EOF = 'Y'
               READ BORROWER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-EOF
                   NOT AT END
                       IF BR-FEED-SOURCE = 'S' AND BR-STATUS = 'A' THEN
                           PERFORM TEST-STUDENT-SEEN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FLAG-CNT = 0 THEN
               MOVE "  EVERY ROSTER STUDENT ON FILE WAS ON THE ROSTER"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       TEST-STUDENT-SEEN.
           MOVE BR-ID TO SN-ID
           READ SEEN-FILE
               INVALID KEY
                   ADD 1 TO WS-FLAG-CNT
                   MOVE SPACES TO WS-NOTE
                   STRING "LAST ON ROSTER " BR-FEED-DT
                       DELIMITED BY SIZE INTO WS-NOTE
                   PERFORM WRITE-CHANGE-LINE
           END-READ.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-READ-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "FEED ENTRIES READ         : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SCHOOL-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  FROM SCHOOL ROSTER      : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CITY-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  FROM CITY RESIDENT FILE : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ADD-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "BORROWERS ADDED           : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-UPDATE-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CONTACT DETAILS UPDATED   : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RENEW-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "MEMBERSHIPS RENEWED       : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SAME-CNT-TOT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "MATCHED, NOTHING CHANGED  : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REJECT-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTRIES REJECTED          : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FLAG-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "STUDENTS TO DEACTIVATE    : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UPDATE-FLAG NOT = 'Y' THEN
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "TRIAL MODE - NO RECORDS CHANGED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-BORLOAD" TO RP-JOB-NAME
           MOVE SPACES TO RP-PRED-NAME
           MOVE 0 TO RP-RECORD-COUNT
           MOVE 'N' TO RP-FORCE-FLAG
           CALL "LIBRARY-RUNCTL" USING RUNCTL-PARMS
           IF RP-RETURN-CODE = 'N' THEN
               DISPLAY "PREDECESSOR NOT COMPLETE - FORCE (Y/N): "
               ACCEPT WS-FORCE-REPLY
               IF WS-FORCE-REPLY = 'Y' THEN
                   MOVE 'Y' TO RP-FORCE-FLAG
                   CALL "LIBRARY-RUNCTL" USING RUNCTL-PARMS
               END-IF
           END-IF
           IF RP-RETURN-CODE NOT = 'Y' THEN
               DISPLAY "RUN ABANDONED"
               STOP RUN
           END-IF.

       RECORD-RUN-END.
           MOVE 'C' TO RP-FUNCTION
           CALL "LIBRARY-RUNCTL" USING RUNCTL-PARMS.
