000130*                                                               *
000140*   Pseudo-conversational like BCHINQ: the terminal sends an    *
000150*   action in COMMAREA - 'D' displays the three current         *
000156*   values, 'U' queues the new values on CHGPND once the edits  *
000162*   pass (mode 0-2, minimum below maximum and at least 1,       *
000169*   tolerance no higher than 100), and 'A' approves a queued    *
000175*   change by its request id and applies it - and gets the      *
000181*   answer line back. Only a second operator, one holding       *
000188*   approval authority, may approve a change, and only until    *
000194*   the request expires. Every applied change writes one PRMAUD *
000200*   audit record: who asked, who approved, when, which file,    *
000207*   old and new values. A failed edit changes nothing and says  *
000213*   why.                                                        *
000220*                                                               *
000230*   The parameter files are single-record ESDS datasets, read   *
000240*   and rewritten by RBA zero - the same records the batch      *
000440*                 needs U, and a refused update is logged to
000450*                 OPRVIO - PRMAUD says who did it after the
000460*                 fact, OPRAUT now says who may.
000461* 2026-10-15 MPR  Two-person approval: an update no longer
000462*                 applies directly but is queued on CHGPND; a
000464*                 different operator with approval authority
000465*                 ('A' on OPRAUT) applies it with action A by
000467*                 request id before it expires. PRMAUD records
000468*                 the requester and the approver.
000470*-----------------------------------------------------------------
000480
000490 ENVIRONMENT DIVISION.
000570     COPY recpmd.
000580     COPY reclim.
000590     COPY OPRAUT.
000595     COPY CHGPND.
000600
000610*-----------------------------------------------------------------
000620* PRMAUD AUDIT RECORD - one per applied change.
000680     05  PRM-AUD-FILE        PIC X(06).
000690     05  PRM-AUD-OLD-VALUE   PIC X(16).
000700     05  PRM-AUD-NEW-VALUE   PIC X(16).
000706     05  PRM-AUD-APPROVER    PIC X(08).
000713     05  FILLER              PIC X(12).
000720
000730*-----------------------------------------------------------------
000740* OPRVIO VIOLATION RECORD - one per refused update attempt.
000960     05  FILLER              PIC X(50)   VALUE SPACES.
000970
000980 01  WS-UPDATED-LINE         PIC X(100)  VALUE
000990     'CHANGE APPROVED - PARAMETERS UPDATED, AUDIT WRITTEN'.
001000
001010 01  WS-AUD-FAIL-LINE        PIC X(100)  VALUE
001016     'CHANGE APPROVED - PARAMETERS UPDATED, AUDIT WRITE FAILED'.
001030
001040 01  WS-ERR-MODE-LINE        PIC X(100)  VALUE
001050     'UPDATE REFUSED - MODE MUST BE 0, 1, OR 2'.
001120     'UPDATE REFUSED - TOLERANCE MUST NOT EXCEED 100'.
001130
001140 01  WS-ERR-ACTION-LINE      PIC X(100)  VALUE
001150     'ENTER ACTION D (DISPLAY), U (UPDATE) OR A (APPROVE)'.
001160
001170 01  WS-ERR-READ-LINE        PIC X(100)  VALUE
001180     'PARAMETER FILE READ FAILED - NOTHING CHANGED'.
001230 01  WS-ERR-NOAUTH-U-LINE    PIC X(100)  VALUE
001240     'UPDATE REFUSED - NO UPDATE AUTHORITY, VIOLATION LOGGED'.
001250
001251 01  WS-ERR-NOAUTH-A-LINE    PIC X(100)  VALUE
001252     'APPROVAL REFUSED - NO APPROVAL AUTHORITY, VIOLATION LOGGED'.
001253
001254 01  WS-ERR-SAME-OPR-LINE    PIC X(100)  VALUE
001255     'REFUSED - A SECOND OPERATOR MUST APPROVE, VIOLATION LOGGED'.
001257
001258 01  WS-ERR-NO-REQ-LINE      PIC X(100)  VALUE
001259     'APPROVAL REFUSED - NO SUCH PRMMNT REQUEST ON CHGPND'.
001260
001261 01  WS-ERR-NOT-PEND-LINE    PIC X(100)  VALUE
001262     'APPROVAL REFUSED - REQUEST IS NO LONGER PENDING'.
001263
001264 01  WS-ERR-EXPIRED-LINE     PIC X(100)  VALUE
001265     'APPROVAL REFUSED - REQUEST EXPIRED, ENTER THE CHANGE AGAIN'.
001266
001267 01  WS-ERR-CHGPND-LINE      PIC X(100)  VALUE
001268     'CHGPND READ OR WRITE FAILED - NOTHING CHANGED'.
001269
001270 01  WS-QUEUED-LINE.
001271     05  FILLER              PIC X(37)   VALUE
001272         'CHANGE QUEUED FOR APPROVAL - REQUEST '.
001273     05  WS-Q-REQUEST-ID     PIC X(18).
001274     05  FILLER              PIC X(09)   VALUE ' EXPIRES '.
001275     05  WS-Q-EXPIRE-DATE    PIC 9(08).
001276     05  FILLER              PIC X(28)   VALUE SPACES.
001277
001278 01  WS-BACKOUT-LINE.
001279     05  FILLER              PIC X(20)   VALUE
001280         'UPDATE BACKED OUT - '.
001290     05  WS-BO-FILE          PIC X(06).
001300     05  FILLER              PIC X(74)   VALUE
001500 77  WS-VIO-RBA          PIC S9(08) COMP VALUE ZERO.
001510 01  WS-AUT-RESP-CODE    PIC S9(08) COMP.
001520 01  WS-AUT-RESP2-CODE   PIC S9(08) COMP.
001521*    a queued change may be approved through the third day after
001522*    the request and not after
001523 77  WS-EXPIRY-DAYS      PIC 9(02)      VALUE 3.
001524 77  WS-EDIT-SW          PIC X(01)      VALUE 'N'.
001525     88  WS-EDIT-FAILED                 VALUE 'Y'.
001526 77  WS-APPLIED-SW       PIC X(01)      VALUE 'N'.
001527     88  WS-APPLIED                     VALUE 'Y'.
001528*    the operator who asked for the change being applied - the
001529*    approver is the operator at the terminal
001530 77  WS-REQUESTER        PIC X(08)      VALUE SPACES.
001531 01  WS-PND-RESP-CODE    PIC S9(08) COMP.
001532 01  WS-PND-RESP2-CODE   PIC S9(08) COMP.
001533 01  WS-OLD-VALUE-WORK   PIC X(16)      VALUE SPACES.
001540 01  WS-NEW-VALUE-WORK   PIC X(16)      VALUE SPACES.
001550 01  WS-LIM-VALUE-WORK.
001560     05  WS-LV-MIN           PIC 9(08).
001640     05  CA-ACTION           PIC X(01).
001650         88  CA-DISPLAY              VALUE 'D'.
001660         88  CA-UPDATE               VALUE 'U'.
001665         88  CA-APPROVE              VALUE 'A'.
001670     05  CA-NEW-TOLERANCE    PIC 9(03).
001680     05  CA-NEW-MODE         PIC 9(01).
001690     05  CA-NEW-MIN-DIM      PIC 9(08).
001700     05  CA-NEW-MAX-DIM      PIC 9(08).
001710     05  CA-USER-ID          PIC X(08).
001720     05  CA-ANSWER-LINE      PIC X(100).
001722*    the request id being approved - action A only; terminals
001725*    that send D and U alone may leave it off the COMMAREA
001727     05  CA-REQUEST-ID       PIC X(18).
001730
001740 PROCEDURE DIVISION.
001750*****************************************************************
001910     EVALUATE TRUE
001920         WHEN CA-DISPLAY AND WS-AUTHORITY = 'N'
001930             MOVE WS-ERR-NOAUTH-D-LINE TO CA-ANSWER-LINE
001936         WHEN CA-UPDATE AND WS-AUTHORITY NOT = 'U'
001943                 AND WS-AUTHORITY NOT = 'A'
001950             PERFORM 0700-LOG-VIOLATION THRU 0700-EXIT
001960             MOVE WS-ERR-NOAUTH-U-LINE TO CA-ANSWER-LINE
001961         WHEN CA-APPROVE AND WS-AUTHORITY NOT = 'A'
001963             PERFORM 0700-LOG-VIOLATION THRU 0700-EXIT
001965             MOVE WS-ERR-NOAUTH-A-LINE TO CA-ANSWER-LINE
001966         WHEN CA-APPROVE AND EIBCALEN < LENGTH OF DFHCOMMAREA
001968             MOVE WS-ERR-NO-REQ-LINE TO CA-ANSWER-LINE
001970         WHEN CA-DISPLAY
001980             PERFORM 1000-DISPLAY-PARAMETERS THRU 1000-EXIT
001990         WHEN CA-UPDATE
001995             PERFORM 1500-QUEUE-CHANGE THRU 1500-EXIT
002000         WHEN CA-APPROVE
002005             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
002010         WHEN OTHER
002020             MOVE WS-ERR-ACTION-LINE TO CA-ANSWER-LINE
002030     END-EVALUATE
002300     END-EXEC
002310     IF WS-AUT-RESP-CODE = DFHRESP(NORMAL)
002320         IF OPR-AUT-DISPLAY-ONLY OR OPR-AUT-UPDATE
002325                 OR OPR-AUT-APPROVE
002330             MOVE OPR-AUT-AUTHORITY TO WS-AUTHORITY
002340         END-IF
002350     END-IF.
002370     EXIT.
002380
002390*-----------------------------------------------------------------
002400* 0700-LOG-VIOLATION - one OPRVIO record per refused update or
002410* approval, the way PRMAUD records the applied ones.
002420*-----------------------------------------------------------------
002430 0700-LOG-VIOLATION.
002440     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003210 1100-EXIT.
003220     EXIT.
003230
003232*-----------------------------------------------------------------
003234* 1400-EDIT-NEW-VALUES - the field edits, run when the change is
003237* queued and again when it is applied; the first failure sets
003239* the answer line.
003241*-----------------------------------------------------------------
003244 1400-EDIT-NEW-VALUES.
003246     MOVE 'Y' TO WS-EDIT-SW
003248     IF CA-NEW-MODE > 2
003251         MOVE WS-ERR-MODE-LINE TO CA-ANSWER-LINE
003253         GO TO 1400-EXIT
003255     END-IF
003258     IF CA-NEW-MIN-DIM < 1
003260             OR CA-NEW-MIN-DIM NOT < CA-NEW-MAX-DIM
003262         MOVE WS-ERR-LIMITS-LINE TO CA-ANSWER-LINE
003265         GO TO 1400-EXIT
003267     END-IF
003270     IF CA-NEW-TOLERANCE > 100
003272         MOVE WS-ERR-TOL-LINE TO CA-ANSWER-LINE
003274         GO TO 1400-EXIT
003277     END-IF
003279     MOVE 'N' TO WS-EDIT-SW.
003281 1400-EXIT.
003284     EXIT.
003286
003288*-----------------------------------------------------------------
003291* 1500-QUEUE-CHANGE - an update that passes the edits is written
003293* to CHGPND as a pending request and changes nothing yet; the
003295* answer line gives the request id the approver will quote.
003298*-----------------------------------------------------------------
003300 1500-QUEUE-CHANGE.
003302     PERFORM 1400-EDIT-NEW-VALUES THRU 1400-EXIT
003305     IF WS-EDIT-FAILED
003307         GO TO 1500-EXIT
003310     END-IF
003312     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003314     ACCEPT WS-TIME-RAW FROM TIME
003317     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
003319     MOVE SPACES TO CHG-PND-RECORD
003321     MOVE 'PRMMNT  ' TO CHG-PND-FUNCTION
003324     MOVE WS-TODAY-DATE TO CHG-PND-REQ-DATE
003326     MOVE WS-TODAY-TIME TO CHG-PND-REQ-TIME
003328*    the low four digits of the task number keep two requests in
003331*    the same second apart
003333     MOVE EIBTASKN TO CHG-PND-REQ-SEQ
003335     MOVE 'P' TO CHG-PND-STATUS
003338     MOVE CA-USER-ID TO CHG-PND-REQUESTER
003340     COMPUTE CHG-PND-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER
003342         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
003343             + WS-EXPIRY-DAYS)
003345     MOVE ZERO TO CHG-PND-APPR-DATE
003347     MOVE ZERO TO CHG-PND-APPR-TIME
003350     MOVE CA-NEW-TOLERANCE TO CHG-PND-NEW-TOLERANCE
003352     MOVE CA-NEW-MODE TO CHG-PND-NEW-MODE
003354     MOVE CA-NEW-MIN-DIM TO CHG-PND-NEW-MIN-DIM
003357     MOVE CA-NEW-MAX-DIM TO CHG-PND-NEW-MAX-DIM
003359     EXEC CICS WRITE
003361         DATASET('CHGPND')
003364         FROM(CHG-PND-RECORD)
003366         RIDFLD(CHG-PND-KEY)
003368         KEYLENGTH(26)
003371         RESP(WS-PND-RESP-CODE)
003373         RESP2(WS-PND-RESP2-CODE)
003375     END-EXEC
003378     IF WS-PND-RESP-CODE NOT = DFHRESP(NORMAL)
003380         MOVE WS-ERR-CHGPND-LINE TO CA-ANSWER-LINE
003382         GO TO 1500-EXIT
003385     END-IF
003387     MOVE CHG-PND-REQUEST-ID TO WS-Q-REQUEST-ID
003390     MOVE CHG-PND-EXPIRE-DATE TO WS-Q-EXPIRE-DATE
003392     MOVE WS-QUEUED-LINE TO CA-ANSWER-LINE.
003394 1500-EXIT.
003397     EXIT.
003399
003401*-----------------------------------------------------------------
003404* 2000-UPDATE-PARAMETERS - applies an approved change: the edits
003406* once more, so a refused update changes nothing; then each file
003408* is read for update, rewritten with its new value, and audited
003411* with old and new side by side.
003413*-----------------------------------------------------------------
003415 2000-UPDATE-PARAMETERS.
003418     MOVE 'N' TO WS-APPLIED-SW
003420     PERFORM 1400-EDIT-NEW-VALUES THRU 1400-EXIT
003422     IF WS-EDIT-FAILED
003425         GO TO 2000-EXIT
003427     END-IF
003430     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003440     ACCEPT WS-TIME-RAW FROM TIME
003450     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
003650         PERFORM 2800-BACK-OUT THRU 2800-EXIT
003660         GO TO 2000-EXIT
003670     END-IF
003675     MOVE 'Y' TO WS-APPLIED-SW
003680     IF WS-AUD-FAILED
003690         MOVE WS-AUD-FAIL-LINE TO CA-ANSWER-LINE
003700     ELSE
004970     EXIT.
004980
004990*-----------------------------------------------------------------
004991* 3000-APPROVE-CHANGE - a second operator approves a queued
004992* change by request id. The request must still be pending and
004993* unexpired, and the approver must not be the operator who asked
004994* for it; the change then goes through 2000 exactly as an update
004995* always has, and the request is marked approved in the same
004996* unit of work, so either both happen or neither does.
004997*-----------------------------------------------------------------
004998 3000-APPROVE-CHANGE.
004999     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
005000     ACCEPT WS-TIME-RAW FROM TIME
005001     COMPUTE WS-TODAY-TIME = WS-TIME-RAW / 100
005002     MOVE 'PRMMNT  ' TO CHG-PND-FUNCTION
005003     MOVE CA-REQUEST-ID TO CHG-PND-REQUEST-ID
005004     EXEC CICS READ
005005         DATASET('CHGPND')
005006         INTO(CHG-PND-RECORD)
005007         RIDFLD(CHG-PND-KEY)
005008         KEYLENGTH(26)
005009         UPDATE
005010         RESP(WS-PND-RESP-CODE)
005011         RESP2(WS-PND-RESP2-CODE)
005012     END-EXEC
005013     IF WS-PND-RESP-CODE = DFHRESP(NOTFND)
005014         MOVE WS-ERR-NO-REQ-LINE TO CA-ANSWER-LINE
005015         GO TO 3000-EXIT
005016     END-IF
005017     IF WS-PND-RESP-CODE NOT = DFHRESP(NORMAL)
005018         MOVE WS-ERR-CHGPND-LINE TO CA-ANSWER-LINE
005019         GO TO 3000-EXIT
005020     END-IF
005021     IF NOT CHG-PND-PENDING
005022         MOVE WS-ERR-NOT-PEND-LINE TO CA-ANSWER-LINE
005023         PERFORM 3900-RELEASE-REQUEST THRU 3900-EXIT
005024         GO TO 3000-EXIT
005025     END-IF
005026     IF CHG-PND-EXPIRE-DATE < WS-TODAY-DATE
005027         MOVE 'X' TO CHG-PND-STATUS
005028         EXEC CICS REWRITE
005029             DATASET('CHGPND')
005030             FROM(CHG-PND-RECORD)
005031             RESP(WS-PND-RESP-CODE)
005032             RESP2(WS-PND-RESP2-CODE)
005033         END-EXEC
005034         MOVE WS-ERR-EXPIRED-LINE TO CA-ANSWER-LINE
005035         GO TO 3000-EXIT
005036     END-IF
005037     IF CHG-PND-REQUESTER = CA-USER-ID
005038         PERFORM 3900-RELEASE-REQUEST THRU 3900-EXIT
005039         PERFORM 0700-LOG-VIOLATION THRU 0700-EXIT
005040         MOVE WS-ERR-SAME-OPR-LINE TO CA-ANSWER-LINE
005041         GO TO 3000-EXIT
005042     END-IF
005043
005044     MOVE CHG-PND-REQUESTER TO WS-REQUESTER
005045     MOVE CHG-PND-NEW-TOLERANCE TO CA-NEW-TOLERANCE
005046     MOVE CHG-PND-NEW-MODE TO CA-NEW-MODE
005047     MOVE CHG-PND-NEW-MIN-DIM TO CA-NEW-MIN-DIM
005048     MOVE CHG-PND-NEW-MAX-DIM TO CA-NEW-MAX-DIM
005049     PERFORM 2000-UPDATE-PARAMETERS THRU 2000-EXIT
005050     IF NOT WS-APPLIED
005051*        the request stays pending - a back-out has already
005052*        released it, a refused edit has not
005053         PERFORM 3900-RELEASE-REQUEST THRU 3900-EXIT
005054         GO TO 3000-EXIT
005055     END-IF
005056     MOVE 'A' TO CHG-PND-STATUS
005057     MOVE CA-USER-ID TO CHG-PND-APPROVER
005058     MOVE WS-TODAY-DATE TO CHG-PND-APPR-DATE
005059     MOVE WS-TODAY-TIME TO CHG-PND-APPR-TIME
005060     EXEC CICS REWRITE
005061         DATASET('CHGPND')
005062         FROM(CHG-PND-RECORD)
005063         RESP(WS-PND-RESP-CODE)
005064         RESP2(WS-PND-RESP2-CODE)
005065     END-EXEC
005066     IF WS-PND-RESP-CODE NOT = DFHRESP(NORMAL)
005067         MOVE 'CHGPND' TO WS-BO-FILE
005068         PERFORM 2800-BACK-OUT THRU 2800-EXIT
005069     END-IF.
005070 3000-EXIT.
005071     EXIT.
005072
005073*-----------------------------------------------------------------
005074* 3900-RELEASE-REQUEST - gives up the update hold on a request
005075* that is not being rewritten.
005076*-----------------------------------------------------------------
005077 3900-RELEASE-REQUEST.
005078     EXEC CICS UNLOCK
005079         DATASET('CHGPND')
005080         RESP(WS-PND-RESP-CODE)
005081         RESP2(WS-PND-RESP2-CODE)
005082     END-EXEC.
005083 3900-EXIT.
005084     EXIT.
005085
005086*-----------------------------------------------------------------
005087* 7000-WRITE-AUDIT - appends one PRMAUD record; the caller has
005088* already set the file name and the old/new value work fields.
005089* The requester and the approver are both recorded.
005090*-----------------------------------------------------------------
005091 7000-WRITE-AUDIT.
005092     MOVE WS-TODAY-DATE TO PRM-AUD-DATE
005093     MOVE WS-TODAY-TIME TO PRM-AUD-TIME
005094     MOVE WS-REQUESTER TO PRM-AUD-USER-ID
005095     MOVE CA-USER-ID TO PRM-AUD-APPROVER
005096     MOVE WS-OLD-VALUE-WORK TO PRM-AUD-OLD-VALUE
005097     MOVE WS-NEW-VALUE-WORK TO PRM-AUD-NEW-VALUE
005098     MOVE ZERO TO WS-AUD-RBA
005100     EXEC CICS WRITE
005110         DATASET('PRMAUD')
005120         FROM(PRM-AUD-RECORD)
