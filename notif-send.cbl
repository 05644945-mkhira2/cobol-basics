001600* control counts. Every transmitted item is appended to
001700* NOTIF-LOG, and the interface file is cleared once the
001800* transmission is built so nothing is sent twice. A line
001900* matching no customer (no customer name in it, or a name
002000* more than one customer carries) transmits under customer
002100* 000000 for manual handling and is listed with the reason
002110* on the NTFUNMAT register; the routing header lines the
002120* message programs write ahead of each notice are skipped.
002200*----------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE        INIT  DESCRIPTION
005500*                      and every forced notice writes a
005600*                      preference-override audit record to
005700*                      NTFPRAUD naming the supervisor.
005710*    2026-10-14   DN   Email channel: a customer whose contact
005720*                      preference is 'E' and who holds a valid
005730*                      address on CUSTEMAL has their notices
005740*                      written to the NTFEMAIL file for the mail
005750*                      gateway instead of the bureau's NOTIFOUT,
005760*                      with its own header, trailer and XMITREG
005770*                      entry. An 'E' with no usable email falls
005780*                      back to mail and is counted.
005781*    2026-10-15   DN   Match notices to customers by keyed
005782*                      reads on the CM-CUST-NAME alternate key
005783*                      for each name-shaped word run in the
005784*                      line, instead of a 1,000-entry name
005785*                      table walked for every line - no ceiling
005786*                      on the master and no slowdown as it
005787*                      grows. A notice that cannot be matched
005788*                      (no name, a name on more than one
005789*                      customer, master not on disk) is listed
005790*                      with its reason on the NTFUNMAT register.
005800*----------------------------------------------------------
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006400         FILE STATUS IS NT-FILE-STATUS.
006500     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CM-CUST-ID
006900         ALTERNATE RECORD KEY IS CM-CUST-NAME
007000             WITH DUPLICATES
009000     SELECT OVERRIDE-AUDIT ASSIGN TO 'NTFPRAUD'
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS NP-FILE-STATUS.
009210     SELECT CUST-EMAIL ASSIGN TO 'CUSTEMAL'
009220         ORGANIZATION IS INDEXED
009230         ACCESS MODE IS RANDOM
009240         RECORD KEY IS CE-CUST-ID
009250         FILE STATUS IS CE-FILE-STATUS.
009260     SELECT NOTIF-EMAIL ASSIGN TO 'NTFEMAIL'
009270         ORGANIZATION IS LINE SEQUENTIAL
009280         FILE STATUS IS NE-FILE-STATUS.
009285     SELECT UNMATCHED-REGISTER ASSIGN TO 'NTFUNMAT'
009290         ORGANIZATION IS LINE SEQUENTIAL
009295         FILE STATUS IS NU-FILE-STATUS.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
012600     LABEL RECORDS ARE STANDARD.
012700     COPY "ntfovrd.cpy".
012800*
012810 FD  CUST-EMAIL
012820     LABEL RECORDS ARE STANDARD.
012830     COPY "custemal.cpy".
012840*
012850 FD  NOTIF-EMAIL
012860     LABEL RECORDS ARE STANDARD.
012870     COPY "ntfemail.cpy".
012880*
012882 FD  UNMATCHED-REGISTER
012884     LABEL RECORDS ARE STANDARD.
012886 01  UNMATCHED-LINE              PIC X(136).
012888*
012900 FD  OVERRIDE-AUDIT
013000     LABEL RECORDS ARE STANDARD.
013100 01  OVERRIDE-AUDIT-LINE.
014600 01  CA-FILE-STATUS          PIC X(02).
014700 01  NV-FILE-STATUS          PIC X(02).
014800 01  NP-FILE-STATUS          PIC X(02).
014820 01  CE-FILE-STATUS          PIC X(02).
014840 01  NE-FILE-STATUS          PIC X(02).
014890 01  NU-FILE-STATUS          PIC X(02).
014900*
015000 01  WS-NT-EOF-SW            PIC X(01) VALUE 'N'.
015100     88  WS-NT-EOF           VALUE 'Y'.
015200 01  WS-CM-OPEN-SW           PIC X(01) VALUE 'N'.
015300     88  WS-CM-OPEN          VALUE 'Y'.
015400 01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
015500     88  WS-SORT-EOF         VALUE 'Y'.
015600 01  WS-RETRY-EOF-SW         PIC X(01) VALUE 'N'.
015900*
016000 01  WS-ADDR-OPEN-SW         PIC X(01) VALUE 'N'.
016100     88  WS-ADDR-OPEN        VALUE 'Y'.
016120 01  WS-EMAIL-OPEN-SW        PIC X(01) VALUE 'N'.
016140     88  WS-EMAIL-OPEN       VALUE 'Y'.
016200 01  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
016300     88  WS-OVERRIDE-ON      VALUE 'Y'.
016400 01  WS-OVERRIDE-OPER        PIC X(08).
016500 01  WS-CUR-PREF             PIC X(01).
016600 01  WS-PREF-SUPPRESSED      PIC 9(05) COMP VALUE 0.
016700 01  WS-PREF-FORCED          PIC 9(05) COMP VALUE 0.
016750 01  WS-EMAIL-FALLBACK       PIC 9(05) COMP VALUE 0.
016800 COPY "operauth.cpy".
016900 COPY "xmitrgpm.cpy".
017000 COPY "corrlgpm.cpy".
017100*
018100 01  WS-SCAN-POS             PIC 9(02) COMP.
018200 01  WS-PREV-POS             PIC 9(02) COMP.
018210 01  WS-END-POS              PIC 9(02) COMP.
018220 01  WS-MAX-LEN              PIC 9(02) COMP.
018230 01  WS-NAME-LEN             PIC 9(02) COMP.
018240 01  WS-SCAN-CHAR            PIC X(01).
018250     88  WS-SCAN-DELIM       VALUE SPACE ',' '.' ';' ':'
018260                                   '!' '?' '(' ')'.
018270 01  WS-CANDIDATE            PIC X(20).
018300 01  WS-MATCHED-ID           PIC 9(06).
018400 01  WS-MATCH-FOUND-SW       PIC X(01).
018500     88  WS-MATCH-FOUND      VALUE 'Y' FALSE 'N'.
018505 01  WS-MATCH-AMBIG-SW       PIC X(01).
018510     88  WS-MATCH-AMBIG      VALUE 'Y' FALSE 'N'.
018515 01  WS-UNMATCH-REASON       PIC X(30).
018520 01  WS-UNMATCHED-COUNT      PIC 9(07) COMP VALUE 0.
018525*
018530 01  RPT-UNMATCHED-LINE.
018535     05  RPU-REASON          PIC X(30).
018540     05  FILLER              PIC X(02) VALUE SPACES.
018545     05  RPU-CUST-NAME       PIC X(20).
018550     05  FILLER              PIC X(02) VALUE SPACES.
018555     05  RPU-MESSAGE-TEXT    PIC X(80).
018560*
018565 01  RPT-UNMATCHED-COUNT.
018570     05  FILLER              PIC X(20) VALUE
018575         'UNMATCHED NOTICES: '.
018580     05  RPU-COUNT           PIC ZZZ,ZZ9.
018600*
018700 01  WS-NOTICE-COUNT         PIC 9(07) COMP VALUE 0.
018800 01  WS-SENT-COUNT           PIC 9(07) COMP VALUE 0.
018820 01  WS-EMAIL-SENT           PIC 9(07) COMP VALUE 0.
018840 01  WS-BUREAU-SENT          PIC 9(07) COMP VALUE 0.
018900*
019000 COPY "rundate.cpy".
019100 COPY "jobhstpm.cpy".
020500     IF CA-FILE-STATUS = '00'
020600         MOVE 'Y' TO WS-ADDR-OPEN-SW
020700     END-IF.
020720     OPEN INPUT CUST-EMAIL.
020740     IF CE-FILE-STATUS = '00'
020760         MOVE 'Y' TO WS-EMAIL-OPEN-SW
020780     END-IF.
020800     PERFORM 1600-READ-OVERRIDE-CONTROL THRU 1600-EXIT.
020900     PERFORM 1000-OPEN-CUSTOMER-MASTER THRU 1000-EXIT.
021000     SORT NOTIF-SORT-WORK
021100         ON ASCENDING KEY NW-CUST-ID
021200         INPUT PROCEDURE IS 2000-RELEASE-NOTICES
021300             THRU 2000-EXIT
021400         OUTPUT PROCEDURE IS 3000-BUILD-TRANSMISSION
021500             THRU 3000-EXIT.
021520     IF WS-CM-OPEN
021540         CLOSE CUSTOMER-MASTER
021560     END-IF.
021600     IF WS-NOTICE-COUNT > 0
021700         PERFORM 4000-CLEAR-INTERFACE THRU 4000-EXIT
021800     END-IF.
021900     IF WS-ADDR-OPEN
022000         CLOSE CUST-ADDRESS
022100     END-IF.
022120     IF WS-EMAIL-OPEN
022140         CLOSE CUST-EMAIL
022160     END-IF.
022200     DISPLAY 'NOTICES TRANSMITTED: ', WS-SENT-COUNT.
022210     DISPLAY '  OF WHICH BY EMAIL: ', WS-EMAIL-SENT.
022220     IF WS-EMAIL-FALLBACK > 0
022230         DISPLAY 'EMAIL PREF WITH NO VALID EMAIL - MAILED: ',
022240             WS-EMAIL-FALLBACK
022250     END-IF.
022260     IF WS-UNMATCHED-COUNT > 0
022270         DISPLAY 'UNMATCHED NOTICES (SEE NTFUNMAT): ',
022280             WS-UNMATCHED-COUNT
022290     END-IF.
022300     IF WS-PREF-SUPPRESSED > 0
022400         DISPLAY 'NOTICES SUPPRESSED BY CONTACT PREF: ',
022500             WS-PREF-SUPPRESSED
023400     CALL 'JOB-HIST' USING JOB-HIST-PARMS.
023500     GOBACK.
023600*----------------------------------------------------------
023700* 1000-OPEN-CUSTOMER-MASTER - the master stays open through
023800*     the sort's input side for the keyed name reads.
024000*----------------------------------------------------------
024100 1000-OPEN-CUSTOMER-MASTER.
024200     OPEN INPUT CUSTOMER-MASTER.
024300     IF CM-FILE-STATUS = '00'
024400         MOVE 'Y' TO WS-CM-OPEN-SW
024500     ELSE
024600         DISPLAY 'NOTIF-SEND: CUSTMAST NOT AVAILABLE - ',
024700             'NEW NOTICES LIST AS UNMATCHED'
025000     END-IF.
025100 1000-EXIT.
028600     EXIT.
028700*----------------------------------------------------------
028800* 2000-RELEASE-NOTICES - each interface notice line, with
029100*----------------------------------------------------------
029200 2000-RELEASE-NOTICES.
029300     PERFORM 2500-RELEASE-RETRIES THRU 2500-EXIT.
029350     OPEN OUTPUT UNMATCHED-REGISTER.
029400     OPEN INPUT NOTIFICATION-INTERFACE.
029500     IF NT-FILE-STATUS NOT = '00'
029600         SET WS-NT-EOF TO TRUE
030000     IF NT-FILE-STATUS = '00' OR NT-FILE-STATUS = '10'
030100         CLOSE NOTIFICATION-INTERFACE
030200     END-IF.
030220     MOVE WS-UNMATCHED-COUNT TO RPU-COUNT.
030240     WRITE UNMATCHED-LINE FROM RPT-UNMATCHED-COUNT.
030260     CLOSE UNMATCHED-REGISTER.
030300 2000-EXIT.
030400     EXIT.
030500*----------------------------------------------------------
031600     END-IF.
031700     ADD 1 TO WS-NOTICE-COUNT.
031800     PERFORM 2200-MATCH-CUSTOMER THRU 2200-EXIT.
031820     IF NOT WS-MATCH-FOUND
031840         PERFORM 2600-REPORT-UNMATCHED THRU 2600-EXIT
031860     END-IF.
031900     MOVE WS-MATCHED-ID TO NW-CUST-ID.
032000     MOVE NT-LINE TO NW-MESSAGE-TEXT.
032100     RELEASE NW-SORT-RECORD.
035800 2510-EXIT.
035900     EXIT.
036000*----------------------------------------------------------
036100* 2200-MATCH-CUSTOMER - every run of words in the line that
036200*     starts and ends on a word boundary and fits in a name
036300*     is tried as a key on the CM-CUST-NAME alternate index,
036310*     earliest start and longest run first; the first hit
036320*     wins unless the name is on more than one customer. The
036330*     reads per line depend on the line, not on the size of
036340*     the master. No match transmits under customer 000000
036350*     for manual handling, with WS-UNMATCH-REASON set.
036400*----------------------------------------------------------
036500 2200-MATCH-CUSTOMER.
036600     MOVE 0 TO WS-MATCHED-ID.
036610     MOVE SPACES TO WS-CANDIDATE.
036700     SET WS-MATCH-FOUND TO FALSE.
036800     SET WS-MATCH-AMBIG TO FALSE.
036900     IF NOT WS-CM-OPEN
037000         MOVE 'CUSTOMER MASTER NOT AVAILABLE' TO WS-UNMATCH-REASON
037100         GO TO 2200-EXIT
037105     END-IF.
037110     PERFORM 2300-TRY-ONE-POSITION THRU 2300-EXIT
037115         VARYING WS-SCAN-POS FROM 1 BY 1
037120         UNTIL WS-SCAN-POS > 80
037125             OR WS-MATCH-FOUND OR WS-MATCH-AMBIG.
037130     IF WS-MATCH-AMBIG
037135         MOVE 0 TO WS-MATCHED-ID
037140         MOVE 'NAME ON MORE THAN ONE CUSTOMER'
037145             TO WS-UNMATCH-REASON
037150         GO TO 2200-EXIT
037155     END-IF.
037160     IF NOT WS-MATCH-FOUND
037165         MOVE SPACES TO WS-CANDIDATE
037170         MOVE 'NO CUSTOMER NAME IN NOTICE' TO WS-UNMATCH-REASON
037175     END-IF.
037200 2200-EXIT.
037300     EXIT.
037400*----------------------------------------------------------
037500* 2300-TRY-ONE-POSITION - a name can start only on a word
037510*     boundary.
037600*----------------------------------------------------------
037700 2300-TRY-ONE-POSITION.
037800     MOVE NT-LINE (WS-SCAN-POS:1) TO WS-SCAN-CHAR.
037810     IF WS-SCAN-DELIM
037900         GO TO 2300-EXIT
038000     END-IF.
038100     IF WS-SCAN-POS > 1
038200         COMPUTE WS-PREV-POS = WS-SCAN-POS - 1
038300         MOVE NT-LINE (WS-PREV-POS:1) TO WS-SCAN-CHAR
038400         IF NOT WS-SCAN-DELIM
038500             GO TO 2300-EXIT
038600         END-IF
038610     END-IF.
038620     COMPUTE WS-MAX-LEN = 81 - WS-SCAN-POS.
038630     IF WS-MAX-LEN > 20
038640         MOVE 20 TO WS-MAX-LEN
038650     END-IF.
038660     PERFORM 2400-TRY-ONE-LENGTH THRU 2400-EXIT
038670         VARYING WS-NAME-LEN FROM WS-MAX-LEN BY -1
038680         UNTIL WS-NAME-LEN = 0
038690             OR WS-MATCH-FOUND OR WS-MATCH-AMBIG.
038700 2300-EXIT.
038800     EXIT.
038900*----------------------------------------------------------
039000* 2400-TRY-ONE-LENGTH - a run ending on a word boundary is
039010*     read on the alternate key; a hit is checked against the
039020*     next record in name order for a second customer of
039030*     the same name.
039100*----------------------------------------------------------
039200 2400-TRY-ONE-LENGTH.
039300     COMPUTE WS-END-POS = WS-SCAN-POS + WS-NAME-LEN.
039400     IF WS-END-POS NOT > 80
039500         MOVE NT-LINE (WS-END-POS:1) TO WS-SCAN-CHAR
039600         IF NOT WS-SCAN-DELIM
039700             GO TO 2400-EXIT
039702         END-IF
039704     END-IF.
039706     SUBTRACT 1 FROM WS-END-POS.
039708     IF NT-LINE (WS-END-POS:1) = SPACE
039710         GO TO 2400-EXIT
039712     END-IF.
039714     MOVE SPACES TO WS-CANDIDATE.
039716     MOVE NT-LINE (WS-SCAN-POS:WS-NAME-LEN) TO WS-CANDIDATE.
039718     MOVE WS-CANDIDATE TO CM-CUST-NAME.
039720     READ CUSTOMER-MASTER
039722         KEY IS CM-CUST-NAME
039724         INVALID KEY
039726             GO TO 2400-EXIT
039728     END-READ.
039730     MOVE CM-CUST-ID TO WS-MATCHED-ID.
039732     SET WS-MATCH-FOUND TO TRUE.
039734     READ CUSTOMER-MASTER NEXT RECORD
039736         AT END
039738             GO TO 2400-EXIT
039740     END-READ.
039742     IF CM-CUST-NAME = WS-CANDIDATE
039744         SET WS-MATCH-FOUND TO FALSE
039746         SET WS-MATCH-AMBIG TO TRUE
039800     END-IF.
039900 2400-EXIT.
040000     EXIT.
040100*----------------------------------------------------------
040105* 2600-REPORT-UNMATCHED - the notice, why it matched no
040110*     customer, and the name it found when that name was
040115*     ambiguous.
040120*----------------------------------------------------------
040125 2600-REPORT-UNMATCHED.
040130     ADD 1 TO WS-UNMATCHED-COUNT.
040135     MOVE WS-UNMATCH-REASON TO RPU-REASON.
040140     MOVE WS-CANDIDATE TO RPU-CUST-NAME.
040145     MOVE NT-LINE TO RPU-MESSAGE-TEXT.
040150     WRITE UNMATCHED-LINE FROM RPT-UNMATCHED-LINE.
040155 2600-EXIT.
040160     EXIT.
040165*----------------------------------------------------------
040200* 3000-BUILD-TRANSMISSION - header, customer-grouped
040300*     details, and a trailer whose count the bureau's
040400*     intake validates; every detail is also logged. Email
040410*     notices go to NTFEMAIL, built the same way for the
040420*     mail gateway.
040500*----------------------------------------------------------
040600 3000-BUILD-TRANSMISSION.
040700     OPEN OUTPUT NOTIF-TRANSMISSION.
040750     OPEN OUTPUT NOTIF-EMAIL.
040800     OPEN EXTEND NOTIF-LOG.
040900     IF NL-FILE-STATUS = '35'
041000         OPEN OUTPUT NOTIF-LOG
042300     MOVE 'NOTIFICATION TRANSMISSION HEADER'
042400         TO NO-MESSAGE-TEXT.
042500     WRITE NOTIF-TRANS-RECORD.
042510     MOVE SPACES TO NOTIF-EMAIL-RECORD.
042520     MOVE 'H' TO NE-RECORD-TYPE.
042530     MOVE WS-RUN-DATE TO NE-RUN-DATE.
042540     MOVE ZERO TO NE-CUST-ID.
042550     MOVE ZERO TO NE-DETAIL-COUNT.
042560     MOVE 'EMAIL NOTIFICATION HEADER' TO NE-MESSAGE-TEXT.
042570     WRITE NOTIF-EMAIL-RECORD.
042600     PERFORM 3100-RETURN-ONE-NOTICE THRU 3100-EXIT
042700         UNTIL WS-SORT-EOF.
042800     MOVE SPACES TO NOTIF-TRANS-RECORD.
042900     MOVE 'T' TO NO-RECORD-TYPE.
043000     MOVE WS-RUN-DATE TO NO-RUN-DATE.
043100     MOVE ZERO TO NO-CUST-ID.
043200     MOVE WS-BUREAU-SENT TO NO-DETAIL-COUNT.
043300     MOVE 'NOTIFICATION TRANSMISSION TRAILER'
043400         TO NO-MESSAGE-TEXT.
043500     WRITE NOTIF-TRANS-RECORD.
043600     MOVE SPACES TO NOTIF-EMAIL-RECORD.
043610     MOVE 'T' TO NE-RECORD-TYPE.
043620     MOVE WS-RUN-DATE TO NE-RUN-DATE.
043630     MOVE ZERO TO NE-CUST-ID.
043640     MOVE WS-EMAIL-SENT TO NE-DETAIL-COUNT.
043650     MOVE 'EMAIL NOTIFICATION TRAILER' TO NE-MESSAGE-TEXT.
043660     WRITE NOTIF-EMAIL-RECORD.
043670     CLOSE NOTIF-TRANSMISSION NOTIF-EMAIL NOTIF-LOG.
043700     MOVE 'NOTIFOUT' TO XM-FILE-NAME.
043800     MOVE WS-RUN-DATE TO XM-BUSINESS-DATE.
043900     MOVE WS-BUREAU-SENT TO XM-RECORD-COUNT.
043910     MOVE ZERO TO XM-HASH-TOTAL.
043920     MOVE ZERO TO XM-RESEND-OF-DATE.
043930     CALL 'XMIT-REG' USING XMIT-REG-PARMS.
043940     MOVE 'NTFEMAIL' TO XM-FILE-NAME.
043950     MOVE WS-RUN-DATE TO XM-BUSINESS-DATE.
043960     MOVE WS-EMAIL-SENT TO XM-RECORD-COUNT.
044000     MOVE ZERO TO XM-HASH-TOTAL.
044100     MOVE ZERO TO XM-RESEND-OF-DATE.
044200     CALL 'XMIT-REG' USING XMIT-REG-PARMS.
046700         END-IF
046800     END-IF.
046900     ADD 1 TO WS-SENT-COUNT.
047000     IF WS-CUR-PREF = 'E'
047100         ADD 1 TO WS-EMAIL-SENT
047200         MOVE SPACES TO NOTIF-EMAIL-RECORD
047300         MOVE 'D' TO NE-RECORD-TYPE
047400         MOVE WS-RUN-DATE TO NE-RUN-DATE
047500         MOVE NW-CUST-ID TO NE-CUST-ID
047600         MOVE ZERO TO NE-DETAIL-COUNT
047700         MOVE WS-CUR-PREF TO NE-CHANNEL
047705         MOVE NW-MESSAGE-TEXT TO NE-MESSAGE-TEXT
047710         MOVE CE-EMAIL-ADDR TO NE-EMAIL-ADDR
047715         WRITE NOTIF-EMAIL-RECORD
047720     ELSE
047725         ADD 1 TO WS-BUREAU-SENT
047730         MOVE SPACES TO NOTIF-TRANS-RECORD
047735         MOVE 'D' TO NO-RECORD-TYPE
047740         MOVE WS-RUN-DATE TO NO-RUN-DATE
047745         MOVE NW-CUST-ID TO NO-CUST-ID
047750         MOVE ZERO TO NO-DETAIL-COUNT
047755         MOVE WS-CUR-PREF TO NO-CHANNEL
047760         MOVE NW-MESSAGE-TEXT TO NO-MESSAGE-TEXT
047765         WRITE NOTIF-TRANS-RECORD
047770     END-IF.
047800     MOVE WS-RUN-DATE TO NL-SEND-DATE.
047900     ACCEPT NL-SEND-TIME FROM TIME.
048000     MOVE NW-CUST-ID TO NL-CUST-ID.
049500* 3500-RESOLVE-PREFERENCE - the customer's contact
049600*     preference off CUST-ADDRESS; mail when there is no
049700*     address record, the customer is the unmatched
049800*     000000 bucket, or the file is not on disk. An email
049810*     preference holds only while CUSTEMAL has a valid
049820*     address for the customer; otherwise it is mail.
049900*----------------------------------------------------------
050000 3500-RESOLVE-PREFERENCE.
050100     MOVE 'M' TO WS-CUR-PREF.
051200                 OR CA-PREF-NONE
051300                 MOVE CA-CONTACT-PREF TO WS-CUR-PREF
051400             END-IF
051410             IF CA-PREF-EMAIL
051420                 PERFORM 3550-CHECK-EMAIL THRU 3550-EXIT
051430             END-IF
051500     END-READ.
051600 3500-EXIT.
051602     EXIT.
051604*----------------------------------------------------------
051606* 3550-CHECK-EMAIL - take the email channel when the
051608*     customer's CUSTEMAL address passed its edit; the
051610*     record stays in the buffer for the detail write.
051612*----------------------------------------------------------
051614 3550-CHECK-EMAIL.
051616     IF NOT WS-EMAIL-OPEN
051618         ADD 1 TO WS-EMAIL-FALLBACK
051620         GO TO 3550-EXIT
051622     END-IF.
051624     MOVE NW-CUST-ID TO CE-CUST-ID.
051626     READ CUST-EMAIL
051628         KEY IS CE-CUST-ID
051630         INVALID KEY
051632             ADD 1 TO WS-EMAIL-FALLBACK
051634             GO TO 3550-EXIT
051636     END-READ.
051638     IF CE-EMAIL-VALID
051640         MOVE 'E' TO WS-CUR-PREF
051642     ELSE
051644         ADD 1 TO WS-EMAIL-FALLBACK
051646     END-IF.
051648 3550-EXIT.
051700     EXIT.
051800*----------------------------------------------------------
051900* 3600-WRITE-OVERRIDE-AUDIT - one audit line per forced
