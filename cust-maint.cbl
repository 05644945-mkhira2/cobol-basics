007800*                      free-text notes to the CUSTNOTE file
007900*                      through the CUST-NOTES subprogram,
008000*                      stamped with the signed-on operator.
008002*    2026-10-14   DN   Refuse a change built on a stale copy:
008004*                      the CM-UPDATE-SEQ stamp read with the
008006*                      customer is checked against the file
008008*                      before any name, status, or address
008010*                      change applies and advanced when it
008012*                      does, a mismatch logging a collision
008014*                      to CUST-HISTORY. A queued delete
008016*                      carries the stamp for APPR-REVIEW.
008018*    2026-10-14   DN   Menu option 7 registers, changes or
008020*                      removes the customer's email address
008022*                      on CUSTEMAL, proved through EMAIL-EDIT,
008024*                      with the e-statement opt-in. Contact
008026*                      preference E is taken only with a valid
008028*                      email on file and falls back to M.
008030*    2026-10-14   DN   Record each address change on the
008032*                      CUSTADRH effective-dated history
008034*                      through ADDR-HIST.
008036*    2026-10-14   DN   Screen a changed name or address against
008038*                      the WATCHLST compliance watch list through
008040*                      WATCH-SCREEN, holding the customer on a
008042*                      possible hit; refuse a status change while
008044*                      the customer is held or restricted.
008046*    2026-10-15   DN   A customer note may carry a follow-up
008048*                      date and assigned operator, worked
008050*                      off the NOTE-TICKLER list and the
008052*                      MAIN-MENU worklist.
008054*    2026-10-15   DN   Take the customer's letter language
008056*                      with an address change; blank keeps the
008058*                      language already held.
008060*    2026-10-15   DN   Link each CUSTHIST entry onto the history
008062*                      chain through CHAIN-SVC before it is
008064*                      written.
008066*    2026-10-15   DN   Keep the CUSTADRX phone and address lookup
008068*                      index in step with each address change
008070*                      through ADDR-INDEX.
008100*----------------------------------------------------------
008200 ENVIRONMENT DIVISION.
008300 INPUT-OUTPUT SECTION.
011300         ACCESS MODE IS DYNAMIC
011400         RECORD KEY IS HH-CUST-ID
011500         FILE STATUS IS HH-FILE-STATUS.
011510     SELECT CUST-EMAIL ASSIGN TO 'CUSTEMAL'
011520         ORGANIZATION IS INDEXED
011530         ACCESS MODE IS DYNAMIC
011540         RECORD KEY IS CE-CUST-ID
011550         FILE STATUS IS CE-FILE-STATUS.
011600*
011700 DATA DIVISION.
011800 FILE SECTION.
014300 FD  HOUSEHOLD-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY "hshldrec.cpy".
014520*
014540 FD  CUST-EMAIL
014560     LABEL RECORDS ARE STANDARD.
014580     COPY "custemal.cpy".
014600*
014700 WORKING-STORAGE SECTION.
014800 COPY "operauth.cpy".
015100 COPY "errlogpm.cpy".
015200 COPY "namefmpm.cpy".
015300 COPY "addredpm.cpy".
015350 COPY "emledtpm.cpy".
015370 COPY "adrhstpm.cpy".
015400 COPY "ckdigpm.cpy".
015500 COPY "custntpm.cpy".
015600 COPY "phonixpm.cpy".
015650 COPY "wchscrpm.cpy".
015700 COPY "rundate.cpy".
015750 COPY "chainpm.cpy".
015770 COPY "adrixpm.cpy".
015800*
015900 01  CM-FILE-STATUS          PIC X(02).
016000 01  CS-FILE-STATUS          PIC X(02).
016300 01  CH-FILE-STATUS          PIC X(02).
016400 01  AQ-FILE-STATUS          PIC X(02).
016500 01  HH-FILE-STATUS          PIC X(02).
016550 01  CE-FILE-STATUS          PIC X(02).
016600*
016700 01  WS-OPERATOR-ID          PIC X(08).
016800 01  WS-AUTH-CODE            PIC X(04).
017600     88  WS-MAINT-ADDRESS    VALUE '4'.
017700     88  WS-MAINT-HOUSEHOLD  VALUE '5'.
017800     88  WS-MAINT-NOTE       VALUE '6'.
017850     88  WS-MAINT-EMAIL      VALUE '7'.
017900     88  WS-MAINT-DONE       VALUE 'X'.
018000*
018100 01  WS-DONE-SW              PIC X(01) VALUE 'N'.
019200 01  WS-CONFIRM              PIC X(01).
019300 01  WS-BEFORE-IMAGE         PIC X(74).
019400 01  WS-OLD-LAST-NAME        PIC X(15).
019402 01  WS-FU-DATE-IN.
019404     05  WS-FU-YEAR          PIC 9(04).
019406     05  WS-FU-MONTH         PIC 9(02).
019408     05  WS-FU-DAY           PIC 9(02).
019410 01  WS-FU-DATE-NUM REDEFINES WS-FU-DATE-IN
019412                             PIC 9(08).
019420 01  WS-AFTER-IMAGE          PIC X(74).
019440 01  WS-READ-SEQ             PIC 9(07).
019460 01  WS-CHANGE-REFUSED-SW    PIC X(01) VALUE 'N'.
019480     88  WS-CHANGE-REFUSED   VALUE 'Y' FALSE 'N'.
019500*
019600 01  WS-NEW-STATUS           PIC X(01).
019700 01  WS-EFF-DATE-IN          PIC X(08).
019800 01  WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE-IN
019900                             PIC 9(08).
019920 01  WS-CUR-STATUS           PIC X(01).
019940 01  WS-STATUS-EOF-SW        PIC X(01).
019960     88  WS-STATUS-EOF       VALUE 'Y' FALSE 'N'.
020000*
020100 01  WS-ADDR-FOUND-SW        PIC X(01).
020200     88  WS-ADDR-FOUND       VALUE 'Y' FALSE 'N'.
020700 01  WS-NEW-ZIP-CODE         PIC X(10).
020800 01  WS-NEW-PHONE            PIC X(15).
020900 01  WS-NEW-CONTACT-PREF     PIC X(01).
020950 01  WS-NEW-LANG-CODE        PIC X(02).
021000*
021100 01  WS-HH-ACTION            PIC X(01).
021200 01  WS-NEW-HH-ID            PIC 9(06).
021300 01  WS-NEW-PRIMARY          PIC X(01).
021400 01  WS-HH-FOUND-SW          PIC X(01).
021500     88  WS-HH-FOUND         VALUE 'Y' FALSE 'N'.
021510*
021520 01  WS-EMAIL-FOUND-SW       PIC X(01).
021530     88  WS-EMAIL-FOUND      VALUE 'Y' FALSE 'N'.
021540 01  WS-NEW-EMAIL-ADDR       PIC X(60).
021550 01  WS-NEW-ESTMT-SW         PIC X(01).
021600*
021700 PROCEDURE DIVISION.
021800*----------------------------------------------------------
023300         PERFORM 1730-WRITE-AUTH-FAIL THRU 1730-EXIT
023400     END-IF.
023500     CLOSE CUSTOMER-MASTER CUST-STATUS CUST-ADDRESS
023600         HOUSEHOLD-FILE AUTH-FAIL-LOG CUST-HISTORY
023650         CUST-EMAIL.
023700     GOBACK.
023800*----------------------------------------------------------
023900* 1900-OPEN-FILES
025800         CLOSE CUST-ADDRESS
025900         OPEN I-O CUST-ADDRESS
026000     END-IF.
026010     OPEN I-O CUST-EMAIL.
026020     IF CE-FILE-STATUS = '35'
026030         OPEN OUTPUT CUST-EMAIL
026040         CLOSE CUST-EMAIL
026050         OPEN I-O CUST-EMAIL
026060     END-IF.
026100     CALL 'BUS-DATE' USING WS-RUN-DATE.
026200     OPEN EXTEND AUTH-FAIL-LOG.
026300     IF AF-FILE-STATUS = '35'
032200     DISPLAY '4. CHANGE CUSTOMER ADDRESS'.
032300     DISPLAY '5. HOUSEHOLD LINKS'.
032400     DISPLAY '6. ADD CUSTOMER NOTE'.
032450     DISPLAY '7. EMAIL AND E-STATEMENTS'.
032500     DISPLAY 'X. EXIT'.
032600     DISPLAY 'Enter your selection: '.
032700     ACCEPT WS-MAINT-MODE.
033800             PERFORM 5000-HOUSEHOLD-LINKS THRU 5000-EXIT
033900         WHEN WS-MAINT-NOTE
034000             PERFORM 6000-ADD-NOTE THRU 6000-EXIT
034020         WHEN WS-MAINT-EMAIL
034040             PERFORM 7000-CHANGE-EMAIL THRU 7000-EXIT
034100         WHEN WS-MAINT-DONE
034200             SET WS-DONE TO TRUE
034300         WHEN OTHER
036700             DISPLAY 'NO CUSTOMER ON FILE FOR THAT ID'
036800         NOT INVALID KEY
036900             SET WS-RECORD-FOUND TO TRUE
036920             IF CM-UPDATE-SEQ IS NOT NUMERIC
036940                 MOVE ZERO TO CM-UPDATE-SEQ
036960             END-IF
036980             MOVE CM-UPDATE-SEQ TO WS-READ-SEQ
037000             DISPLAY 'CUSTOMER ID:   ', CM-CUST-ID
037100             DISPLAY 'CUSTOMER NAME: ', CM-CUST-NAME
037200             DISPLAY 'LAST NAME:     ', CM-LAST-NAME
040300     MOVE WS-LAST-NAME TO NF-LAST-NAME.
040400     CALL 'NAME-FORMAT' USING NAME-FORMAT-PARMS.
040500     MOVE NF-CUST-NAME TO CM-CUST-NAME.
040510     MOVE CUST-MASTER-RECORD TO WS-AFTER-IMAGE.
040520     PERFORM 9300-CHECK-UPDATE-SEQ THRU 9300-EXIT.
040530     IF WS-CHANGE-REFUSED
040540         GO TO 2000-EXIT
040550     END-IF.
040600     REWRITE CUST-MASTER-RECORD
040700         INVALID KEY
040800             DISPLAY 'ERROR CHANGING CUSTOMER ', CM-CUST-ID
042100             MOVE CM-LAST-NAME TO PX-LAST-NAME
042200             MOVE CM-CUST-NAME TO PX-CUST-NAME
042300             CALL 'PHON-INDEX' USING PHON-INDEX-PARMS
042320             SET WC-TRIG-RENAME TO TRUE
042340             PERFORM 9500-SCREEN-WATCH-LIST THRU 9500-EXIT
042400     END-REWRITE.
042500 2000-EXIT.
042600     EXIT.
048100         MOVE WS-OPERATOR-ID TO AQ-REQUEST-OPER
048200         MOVE CM-CUST-ID TO AQ-CUST-ID
048300         MOVE ZERO TO AQ-SURVIVOR-ID
048350         MOVE WS-READ-SEQ TO AQ-CUST-SEQ
048400         MOVE ZERO TO AQ-DECIDE-DATE
048500         WRITE APPROVAL-QUEUE-RECORD
048600         CLOSE APPROVAL-QUEUE
050900     IF NOT WS-RECORD-FOUND
051000         GO TO 3000-EXIT
051100     END-IF.
051105     PERFORM 9600-RESOLVE-STATUS THRU 9600-EXIT.
051110     IF WS-CUR-STATUS = 'P'
051115         DISPLAY 'CUSTOMER HELD FOR WATCH-LIST REVIEW - ',
051120             'STATUS NOT CHANGED'
051125         GO TO 3000-EXIT
051130     END-IF.
051135     IF WS-CUR-STATUS = 'R'
051140         DISPLAY 'CUSTOMER RESTRICTED BY WATCH-LIST REVIEW - ',
051145             'STATUS NOT CHANGED'
051150         GO TO 3000-EXIT
051155     END-IF.
051200     DISPLAY 'Status (A=ACTIVE I=INACTIVE C=CLOSED ',
051300         'D=DECEASED): '.
051400     ACCEPT WS-NEW-STATUS.
053000     END-IF.
053100     MOVE CM-CUST-ID TO CS-CUST-ID.
053200     MOVE WS-OPERATOR-ID TO CS-CHANGE-OPER.
053220     PERFORM 9400-STAMP-CUSTOMER THRU 9400-EXIT.
053240     IF WS-CHANGE-REFUSED
053260         GO TO 3000-EXIT
053280     END-IF.
053300     WRITE CUST-STATUS-RECORD
053400         INVALID KEY
053500             REWRITE CUST-STATUS-RECORD
058200     ACCEPT WS-NEW-ZIP-CODE.
058300     DISPLAY 'Enter phone: '.
058400     ACCEPT WS-NEW-PHONE.
058500     DISPLAY 'Contact preference (M/P/E/N): '.
058600     ACCEPT WS-NEW-CONTACT-PREF.
058620     DISPLAY 'Letter language (blank = no change): '.
058640     ACCEPT WS-NEW-LANG-CODE.
058700     MOVE WS-NEW-STATE TO AE-STATE.
058800     MOVE WS-NEW-ZIP-CODE TO AE-ZIP-CODE.
058900     CALL 'ADDR-EDIT' USING ADDR-EDIT-PARMS.
059100         DISPLAY AE-REASON, ' - ADDRESS NOT CHANGED'
059200         GO TO 4000-EXIT
059300     END-IF.
059310     MOVE SPACES TO HA-PRIOR-ADDRESS.
059320     IF WS-ADDR-FOUND
059330         MOVE CA-ADDR-LINE-1 TO HA-PRIOR-LINE-1
059340         MOVE CA-ADDR-LINE-2 TO HA-PRIOR-LINE-2
059350         MOVE CA-CITY TO HA-PRIOR-CITY
059360         MOVE CA-STATE TO HA-PRIOR-STATE
059370         MOVE CA-ZIP-CODE TO HA-PRIOR-ZIP-CODE
059372         MOVE CA-PHONE TO RX-OLD-PHONE
059374         MOVE CA-ZIP-CODE TO RX-OLD-ZIP-CODE
059376         MOVE CA-ADDR-LINE-1 TO RX-OLD-STREET
059380     END-IF.
059400     MOVE WS-NEW-ADDR-LINE-1 TO CA-ADDR-LINE-1.
059500     MOVE WS-NEW-ADDR-LINE-2 TO CA-ADDR-LINE-2.
059600     MOVE WS-NEW-CITY TO CA-CITY.
059900     MOVE WS-NEW-PHONE TO CA-PHONE.
060000     MOVE WS-NEW-CONTACT-PREF TO CA-CONTACT-PREF.
060100     IF NOT CA-PREF-MAIL AND NOT CA-PREF-PHONE
060200             AND NOT CA-PREF-EMAIL AND NOT CA-PREF-NONE
060300         MOVE 'N' TO CA-CONTACT-PREF
060400     END-IF.
060405     IF CA-PREF-EMAIL
060410         PERFORM 7100-READ-EMAIL THRU 7100-EXIT
060415         IF NOT WS-EMAIL-FOUND OR NOT CE-EMAIL-VALID
060420             DISPLAY 'NO VALID EMAIL ON FILE - CONTACT ',
060425                 'PREFERENCE SET TO MAIL'
060430             MOVE 'M' TO CA-CONTACT-PREF
060435         END-IF
060440     END-IF.
060445     IF WS-NEW-LANG-CODE NOT = SPACES
060450         MOVE WS-NEW-LANG-CODE TO CA-LANG-CODE
060455     END-IF.
060500     SET CA-ADDR-SUSPECT TO FALSE.
060520     PERFORM 9400-STAMP-CUSTOMER THRU 9400-EXIT.
060540     IF WS-CHANGE-REFUSED
060560         GO TO 4000-EXIT
060580     END-IF.
060600     IF WS-ADDR-FOUND
060700         REWRITE CUST-ADDRESS-RECORD
060800             INVALID KEY
061900         END-WRITE
062000     END-IF.
062100     DISPLAY 'CUSTOMER ', CM-CUST-ID, ' ADDRESS CHANGED'.
062150     PERFORM 4100-RECORD-ADDR-HIST THRU 4100-EXIT.
062160     PERFORM 4200-INDEX-ADDRESS THRU 4200-EXIT.
062170     SET WC-TRIG-ADDRESS TO TRUE.
062190     PERFORM 9500-SCREEN-WATCH-LIST THRU 9500-EXIT.
062200     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
062300     MOVE 'CUST-MAINT' TO AY-SOURCE-PGM.
062400     MOVE 'ADDRCHG' TO AY-ACTION-CODE.
062700     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
062800 4000-EXIT.
062900     EXIT.
062902*----------------------------------------------------------
062904* 4100-RECORD-ADDR-HIST - the changed address goes on the
062906*     effective-dated history from today; the address it
062908*     replaced is already in HA-PRIOR-ADDRESS.
062910*----------------------------------------------------------
062912 4100-RECORD-ADDR-HIST.
062914     SET HA-FUNC-RECORD TO TRUE.
062916     MOVE CA-CUST-ID TO HA-CUST-ID.
062918     MOVE WS-RUN-DATE TO HA-AS-OF-DATE.
062920     MOVE WS-OPERATOR-ID TO HA-CHANGE-OPER.
062922     MOVE 'CUST-MAINT' TO HA-SOURCE-PGM.
062924     MOVE CA-ADDR-LINE-1 TO HA-ADDR-LINE-1.
062926     MOVE CA-ADDR-LINE-2 TO HA-ADDR-LINE-2.
062928     MOVE CA-CITY TO HA-CITY.
062930     MOVE CA-STATE TO HA-STATE.
062932     MOVE CA-ZIP-CODE TO HA-ZIP-CODE.
062934     CALL 'ADDR-HIST' USING ADDR-HIST-PARMS.
062936 4100-EXIT.
062938     EXIT.
062940*----------------------------------------------------------
062942* 4200-INDEX-ADDRESS - the CUSTADRX phone and address
062944*     entries move with the change, or go on for a first
062946*     address; the old values were kept as it was read.
062948*----------------------------------------------------------
062950 4200-INDEX-ADDRESS.
062952     IF WS-ADDR-FOUND
062954         SET RX-FUNC-CHANGE TO TRUE
062956     ELSE
062958         SET RX-FUNC-ADD TO TRUE
062960     END-IF.
062962     MOVE CA-CUST-ID TO RX-CUST-ID.
062964     MOVE CA-PHONE TO RX-PHONE.
062966     MOVE CA-ZIP-CODE TO RX-ZIP-CODE.
062968     MOVE CA-ADDR-LINE-1 TO RX-STREET.
062970     CALL 'ADDR-INDEX' USING ADDR-INDEX-PARMS.
062972 4200-EXIT.
062974     EXIT.
063000*----------------------------------------------------------
063100* 5000-HOUSEHOLD-LINKS - link the retrieved customer under
063200*     a household ID (with an optional primary mark) or
074800         DISPLAY 'NOTHING KEYED - NOTE NOT ADDED'
074900         GO TO 6000-EXIT
075000     END-IF.
075050     PERFORM 6100-ASK-FOLLOW-UP THRU 6100-EXIT.
075100     SET CU-FUNC-WRITE TO TRUE.
075200     MOVE CM-CUST-ID TO CU-CUST-ID.
075300     MOVE WS-OPERATOR-ID TO CU-OPERATOR-ID.
075400     MOVE WS-RUN-DATE TO CU-NOTE-DATE.
075500     CALL 'CUST-NOTES' USING CUST-NOTES-PARMS.
075600     DISPLAY 'NOTE ADDED FOR ', CM-CUST-ID.
075620     IF CU-FU-DUE-DATE > 0
075640         DISPLAY 'FOLLOW-UP OPEN - DUE ', CU-FU-DUE-DATE
075660     END-IF.
075700     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
075800     MOVE 'CUST-MAINT' TO AY-SOURCE-PGM.
075900     MOVE 'NOTE' TO AY-ACTION-CODE.
077400     MOVE 'CUST-MAINT' TO CH-SOURCE-PGM.
077500     MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID.
077600     MOVE CM-CUST-ID TO CH-CUST-ID.
077610     MOVE ZERO TO CH-CHAIN-VALUE.
077620     SET CV-FUNC-LINK TO TRUE.
077630     MOVE 'CUSTHIST' TO CV-LOG-ID.
077640     MOVE CUST-HISTORY-RECORD TO CV-RECORD.
077650     CALL 'CHAIN-SVC' USING CHAIN-SVC-PARMS.
077660     MOVE CV-CHAIN-VALUE TO CH-CHAIN-VALUE.
077700     WRITE CUST-HISTORY-RECORD.
077800     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
077900     MOVE 'CUST-MAINT' TO AY-SOURCE-PGM.
078200             MOVE 'CHANGE' TO AY-ACTION-CODE
078300         WHEN 'D'
078400             MOVE 'DELETE' TO AY-ACTION-CODE
078410         WHEN 'X'
078420             MOVE 'COLLIDE' TO AY-ACTION-CODE
078500         WHEN OTHER
078600             MOVE CH-CHANGE-TYPE TO AY-ACTION-CODE
078700     END-EVALUATE.
080800     END-IF.
080900 9200-EXIT.
081000     EXIT.
081100*----------------------------------------------------------
081200* 9300-CHECK-UPDATE-SEQ - the change in WS-AFTER-IMAGE was
081300*     built on the copy 1100-RETRIEVE-CUSTOMER read, stamped
081400*     WS-READ-SEQ. The master is read again: if another user
081500*     or job has rewritten it since, the change is refused
081600*     and logged as a collision; otherwise the change goes
081700*     back into the record area with the stamp advanced,
081800*     ready for the caller's rewrite.
081900*----------------------------------------------------------
082000 9300-CHECK-UPDATE-SEQ.
082100     SET WS-CHANGE-REFUSED TO FALSE.
082200     READ CUSTOMER-MASTER
082300         KEY IS CM-CUST-ID
082400         INVALID KEY
082500             SET WS-CHANGE-REFUSED TO TRUE
082600             DISPLAY 'CUSTOMER ', CM-CUST-ID,
082700                 ' NO LONGER ON FILE - NOT CHANGED'
082800             GO TO 9300-EXIT
082900     END-READ.
083000     IF CM-UPDATE-SEQ IS NOT NUMERIC
083100         MOVE ZERO TO CM-UPDATE-SEQ
083200     END-IF.
083300     IF CM-UPDATE-SEQ NOT = WS-READ-SEQ
083400         SET WS-CHANGE-REFUSED TO TRUE
083500         DISPLAY 'RECORD CHANGED BY ANOTHER USER - ',
083600             'CHANGE NOT APPLIED, RETRIEVE IT AGAIN'
083700         MOVE 'X' TO CH-CHANGE-TYPE
083800         MOVE CUST-MASTER-RECORD TO CH-BEFORE-IMAGE
083900         MOVE WS-AFTER-IMAGE TO CH-AFTER-IMAGE
084000         PERFORM 9100-WRITE-HISTORY THRU 9100-EXIT
084100         GO TO 9300-EXIT
084200     END-IF.
084300     MOVE WS-AFTER-IMAGE TO CUST-MASTER-RECORD.
084400     IF CM-SEQ-AT-LIMIT
084500         MOVE 1 TO CM-UPDATE-SEQ
084600     ELSE
084700         ADD 1 TO CM-UPDATE-SEQ
084800     END-IF.
084900 9300-EXIT.
085000     EXIT.
085100*----------------------------------------------------------
085200* 9400-STAMP-CUSTOMER - a status or address change leaves
085300*     the master's own fields alone but is still a change to
085400*     the customer: the stamp is checked and advanced on the
085500*     master, so a copy read before this change is refused
085600*     in its turn.
085700*----------------------------------------------------------
085800 9400-STAMP-CUSTOMER.
085900     MOVE CUST-MASTER-RECORD TO WS-AFTER-IMAGE.
086000     PERFORM 9300-CHECK-UPDATE-SEQ THRU 9300-EXIT.
086100     IF WS-CHANGE-REFUSED
086200         GO TO 9400-EXIT
086300     END-IF.
086400     REWRITE CUST-MASTER-RECORD
086500         INVALID KEY
086600             SET WS-CHANGE-REFUSED TO TRUE
086700             DISPLAY 'ERROR CHANGING CUSTOMER ', CM-CUST-ID
086800             MOVE 'REWRITE' TO FE-OPERATION
086900             PERFORM 9200-REPORT-FILE-ERROR THRU 9200-EXIT
087000     END-REWRITE.
087100 9400-EXIT.
087200     EXIT.
087300*----------------------------------------------------------
087400* 9500-SCREEN-WATCH-LIST - hold the changed customer
087500*     against the compliance watch list under the trigger
087600*     the caller set: the new name after a rename, the new
087700*     address after an address change. CUST-STATUS is open
087800*     here for the session, so a hit's pending status is
087900*     written by 9510 rather than by WATCH-SCREEN.
088000*----------------------------------------------------------
088100 9500-SCREEN-WATCH-LIST.
088200     SET WC-HOLD-BY-CALLER TO TRUE.
088300     MOVE CM-CUST-ID TO WC-CUST-ID.
088400     MOVE WS-RUN-DATE TO WC-RUN-DATE.
088500     MOVE WS-OPERATOR-ID TO WC-OPERATOR-ID.
088600     MOVE 'CUST-MAINT' TO WC-SOURCE-PGM.
088700     MOVE CM-LAST-NAME TO WC-LAST-NAME.
088800     MOVE CM-FIRST-NAME TO WC-FIRST-NAME.
088900     MOVE CM-CUST-NAME TO WC-CUST-NAME.
089000     IF WC-TRIG-ADDRESS
089100         MOVE CA-ADDR-LINE-1 TO WC-ADDR-LINE-1
089200         MOVE CA-ZIP-CODE TO WC-ZIP-CODE
089300     ELSE
089400         MOVE SPACES TO WC-ADDR-LINE-1
089500         MOVE SPACES TO WC-ZIP-CODE
089600     END-IF.
089700     CALL 'WATCH-SCREEN' USING WATCH-SCREEN-PARMS.
089800     IF WC-RESULT-HIT
089900         PERFORM 9510-HOLD-CUSTOMER THRU 9510-EXIT
090000         DISPLAY 'CUSTOMER ', CM-CUST-ID,
090100             ' HELD FOR WATCH-LIST REVIEW'
090200     END-IF.
090300 9500-EXIT.
090400     EXIT.
090500*----------------------------------------------------------
090600* 9510-HOLD-CUSTOMER - pending review from the run date.
090700*----------------------------------------------------------
090800 9510-HOLD-CUSTOMER.
090900     MOVE SPACES TO CUST-STATUS-RECORD.
091000     MOVE CM-CUST-ID TO CS-CUST-ID.
091100     MOVE WS-RUN-DATE TO CS-EFF-DATE.
091200     SET CS-STATUS-PENDING TO TRUE.
091300     MOVE WS-OPERATOR-ID TO CS-CHANGE-OPER.
091400     WRITE CUST-STATUS-RECORD
091500         INVALID KEY
091600             REWRITE CUST-STATUS-RECORD
091700     END-WRITE.
091800 9510-EXIT.
091900     EXIT.
092000*----------------------------------------------------------
092100* 9600-RESOLVE-STATUS - the status in force for the
092200*     retrieved customer as of the run date, resolved the
092300*     way CUST-EXTRACT does; active when there is none.
092400*----------------------------------------------------------
092500 9600-RESOLVE-STATUS.
092600     MOVE 'A' TO WS-CUR-STATUS.
092700     SET WS-STATUS-EOF TO FALSE.
092800     MOVE CM-CUST-ID TO CS-CUST-ID.
092900     MOVE ZERO TO CS-EFF-DATE.
093000     START CUST-STATUS
093100         KEY IS NOT LESS THAN CS-STATUS-KEY
093200         INVALID KEY
093300             SET WS-STATUS-EOF TO TRUE
093400     END-START.
093500     PERFORM 9610-READ-NEXT-STATUS THRU 9610-EXIT
093600         UNTIL WS-STATUS-EOF.
093700 9600-EXIT.
093800     EXIT.
093900*----------------------------------------------------------
094000* 9610-READ-NEXT-STATUS
094100*----------------------------------------------------------
094200 9610-READ-NEXT-STATUS.
094300     READ CUST-STATUS NEXT RECORD
094400         AT END
094500             SET WS-STATUS-EOF TO TRUE
094600         NOT AT END
094700             IF CS-CUST-ID NOT = CM-CUST-ID
094800                 OR CS-EFF-DATE > WS-RUN-DATE
094900                 SET WS-STATUS-EOF TO TRUE
095000             ELSE
095100                 MOVE CS-STATUS-CODE TO WS-CUR-STATUS
095200             END-IF
095300     END-READ.
095400 9610-EXIT.
095500     EXIT.
095600*----------------------------------------------------------
095700* 6100-ASK-FOLLOW-UP - an optional follow-up on the note:
095800*     a due date no earlier than today and the operator
095900*     to work it (the keying operator when left blank).
096000*     A bad date keeps the note without a follow-up.
096100*----------------------------------------------------------
096200 6100-ASK-FOLLOW-UP.
096300     MOVE 0 TO CU-FU-DUE-DATE.
096400     MOVE SPACES TO CU-FU-ASSIGNED-OPER.
096500     MOVE SPACES TO WS-FU-DATE-IN.
096600     DISPLAY 'Follow-up date (YYYYMMDD, blank for none): '.
096700     ACCEPT WS-FU-DATE-IN.
096800     IF WS-FU-DATE-IN = SPACES
096900         GO TO 6100-EXIT
097000     END-IF.
097100     IF WS-FU-DATE-NUM IS NOT NUMERIC
097200         OR WS-FU-MONTH < 1 OR WS-FU-MONTH > 12
097300         OR WS-FU-DAY < 1 OR WS-FU-DAY > 31
097400         OR WS-FU-DATE-NUM < WS-RUN-DATE
097500         DISPLAY 'FOLLOW-UP DATE INVALID OR PAST - NOTE ',
097600             'KEPT WITHOUT A FOLLOW-UP'
097700         GO TO 6100-EXIT
097800     END-IF.
097900     DISPLAY 'Assign follow-up to operator (blank for ',
098000         'yourself): '.
098100     ACCEPT CU-FU-ASSIGNED-OPER.
098200     MOVE WS-FU-DATE-NUM TO CU-FU-DUE-DATE.
098300 6100-EXIT.
098400     EXIT.
098500*----------------------------------------------------------
098600* 7000-CHANGE-EMAIL - register, change or remove the
098700*     retrieved customer's email address and e-statement
098800*     opt-in. A new address must pass the shared EMAIL-EDIT
098900*     format check before it is kept; a blank entry removes
099000*     the address, and with it any e-statement delivery.
099100*----------------------------------------------------------
099200 7000-CHANGE-EMAIL.
099300     PERFORM 1100-RETRIEVE-CUSTOMER THRU 1100-EXIT.
099400     IF NOT WS-RECORD-FOUND
099500         GO TO 7000-EXIT
099600     END-IF.
099700     PERFORM 7100-READ-EMAIL THRU 7100-EXIT.
099800     IF WS-EMAIL-FOUND
099900         DISPLAY 'CURRENT EMAIL:   ', CE-EMAIL-ADDR
100000         DISPLAY 'E-STATEMENTS:    ', CE-ESTMT-SW
100100     ELSE
100200         DISPLAY 'CURRENT EMAIL:   (NONE ON FILE)'
100300     END-IF.
100400     DISPLAY 'Enter email address (blank to remove): '.
100500     ACCEPT WS-NEW-EMAIL-ADDR.
100600     IF WS-NEW-EMAIL-ADDR = SPACES
100700         PERFORM 7200-REMOVE-EMAIL THRU 7200-EXIT
100800         GO TO 7000-EXIT
100900     END-IF.
101000     MOVE WS-NEW-EMAIL-ADDR TO EE-EMAIL-ADDR.
101100     CALL 'EMAIL-EDIT' USING EMAIL-EDIT-PARMS.
101200     IF NOT EE-EMAIL-VALID
101300         DISPLAY EE-REASON, ' - EMAIL NOT CHANGED'
101400         GO TO 7000-EXIT
101500     END-IF.
101600     DISPLAY 'Paperless e-statements (Y/N): '.
101700     ACCEPT WS-NEW-ESTMT-SW.
101800     MOVE WS-NEW-EMAIL-ADDR TO CE-EMAIL-ADDR.
101900     SET CE-EMAIL-VALID TO TRUE.
102000     IF WS-NEW-ESTMT-SW = 'Y'
102100         SET CE-ESTMT-OPT-IN TO TRUE
102200     ELSE
102300         SET CE-ESTMT-OPT-IN TO FALSE
102400     END-IF.
102500     MOVE WS-RUN-DATE TO CE-REG-DATE.
102600     MOVE WS-OPERATOR-ID TO CE-REG-OPER.
102700     PERFORM 9400-STAMP-CUSTOMER THRU 9400-EXIT.
102800     IF WS-CHANGE-REFUSED
102900         GO TO 7000-EXIT
103000     END-IF.
103100     IF WS-EMAIL-FOUND
103200         REWRITE CUST-EMAIL-RECORD
103300             INVALID KEY
103400                 DISPLAY 'ERROR CHANGING EMAIL FOR ',
103500                     CM-CUST-ID
103600                 GO TO 7000-EXIT
103700         END-REWRITE
103800     ELSE
103900         WRITE CUST-EMAIL-RECORD
104000             INVALID KEY
104100                 DISPLAY 'ERROR ADDING EMAIL FOR ',
104200                     CM-CUST-ID
104300                 GO TO 7000-EXIT
104400         END-WRITE
104500     END-IF.
104600     DISPLAY 'CUSTOMER ', CM-CUST-ID, ' EMAIL CHANGED'.
104700     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
104800     MOVE 'CUST-MAINT' TO AY-SOURCE-PGM.
104900     MOVE 'EMAILCHG' TO AY-ACTION-CODE.
105000     MOVE CM-CUST-ID TO AY-ACTION-KEY.
105100     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
105200     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
105300 7000-EXIT.
105400     EXIT.
105500*----------------------------------------------------------
105600* 7100-READ-EMAIL - the customer's CUSTEMAL record, or a
105700*     cleared one keyed to the customer when none is on
105800*     file.
105900*----------------------------------------------------------
106000 7100-READ-EMAIL.
106100     SET WS-EMAIL-FOUND TO FALSE.
106200     MOVE CM-CUST-ID TO CE-CUST-ID.
106300     READ CUST-EMAIL
106400         KEY IS CE-CUST-ID
106500         INVALID KEY
106600             MOVE SPACES TO CUST-EMAIL-RECORD
106700             MOVE CM-CUST-ID TO CE-CUST-ID
106800             SET CE-EMAIL-VALID TO FALSE
106900             SET CE-ESTMT-OPT-IN TO FALSE
107000         NOT INVALID KEY
107100             SET WS-EMAIL-FOUND TO TRUE
107200     END-READ.
107300 7100-EXIT.
107400     EXIT.
107500*----------------------------------------------------------
107600* 7200-REMOVE-EMAIL - drop the customer's email record. A
107700*     customer left with contact preference E is warned
107800*     that notices now go by mail until an address is
107900*     registered again.
108000*----------------------------------------------------------
108100 7200-REMOVE-EMAIL.
108200     IF NOT WS-EMAIL-FOUND
108300         DISPLAY 'NO EMAIL ON FILE - NOTHING REMOVED'
108400         GO TO 7200-EXIT
108500     END-IF.
108600     PERFORM 9400-STAMP-CUSTOMER THRU 9400-EXIT.
108700     IF WS-CHANGE-REFUSED
108800         GO TO 7200-EXIT
108900     END-IF.
109000     DELETE CUST-EMAIL RECORD
109100         INVALID KEY
109200             DISPLAY 'ERROR REMOVING EMAIL FOR ', CM-CUST-ID
109300             GO TO 7200-EXIT
109400     END-DELETE.
109500     DISPLAY 'CUSTOMER ', CM-CUST-ID, ' EMAIL REMOVED'.
109600     MOVE CM-CUST-ID TO CA-CUST-ID.
109700     READ CUST-ADDRESS
109800         KEY IS CA-CUST-ID
109900         INVALID KEY
110000             CONTINUE
110100         NOT INVALID KEY
110200             IF CA-PREF-EMAIL
110300                 DISPLAY 'CONTACT PREFERENCE IS E - NOTICES ',
110400                     'WILL GO BY MAIL'
110500             END-IF
110600     END-READ.
110700     MOVE WS-OPERATOR-ID TO AY-OPERATOR-ID.
110800     MOVE 'CUST-MAINT' TO AY-SOURCE-PGM.
110900     MOVE 'EMAILDEL' TO AY-ACTION-CODE.
111000     MOVE CM-CUST-ID TO AY-ACTION-KEY.
111100     MOVE WS-RUN-DATE TO AY-ACTIVITY-DATE.
111200     CALL 'ACT-LOG' USING ACT-LOG-PARMS.
111300 7200-EXIT.
111400     EXIT.
