000230*   the register lists every card, applied or refused. Run      *
000240*   RATPREV before the effective date to see the revenue        *
000250*   effect.                                                     *
000251*                                                               *
000252*   Two people make a rate change, as at DIVMNT: an ADD or      *
000253*   CANCEL card from a user with U or A authority for RATMNT    *
000255*   on OPRAUT is queued on CHGPND and registered with its       *
000256*   request id; an APPROV card naming that id, from a different *
000257*   user holding A authority, applies it on or before its       *
000258*   expiry date. RATAUD keeps the requester and the approver.   *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. RATMNT.
000350* MODIFICATION HISTORY
000360* DATE       BY   DESCRIPTION
000370* 2026-09-01 DRO  Initial version.
000371* 2026-10-15 DRO  ADD and CANCEL cards are queued on CHGPND and
000373*                 applied only by an APPROV card from a second
000375*                 user with approval authority, before the
000376*                 request expires; RATAUD records both users.
000378*                 Register shows the request id.
000380*-----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-AUD-STATUS.
000510     SELECT REGISTER-REPORT-FILE ASSIGN TO RATMRPT
000511         ORGANIZATION IS SEQUENTIAL.
000513     SELECT AUTHORITY-FILE ASSIGN TO OPRAUT
000515         ORGANIZATION IS INDEXED
000516         ACCESS MODE IS RANDOM
000518         RECORD KEY IS OPR-AUT-KEY
000520         FILE STATUS IS WS-AUT-STATUS.
000521     SELECT PENDING-FILE ASSIGN TO CHGPND
000523         ORGANIZATION IS INDEXED
000525         ACCESS MODE IS RANDOM
000526         RECORD KEY IS CHG-PND-KEY
000528         FILE STATUS IS WS-PND-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000630     05  MC-ACTION           PIC X(06).
000640         88  MC-ADD                  VALUE 'ADD   '.
000650         88  MC-CANCEL               VALUE 'CANCEL'.
000655         88  MC-APPROVE              VALUE 'APPROV'.
000660     05  MC-MATL-CLASS       PIC X(02).
000670     05  MC-RATE             PIC 9(03)V9(04).
000680     05  MC-EFF-DATE         PIC 9(08).
000690     05  MC-USER-ID          PIC X(08).
000694*    APPROV cards only - the request id registered when the change
000698*    was queued; the user on the card is the approver
000702     05  MC-REQUEST-ID       PIC X(18).
000706     05  FILLER              PIC X(31).
000710
000720 FD  AUDIT-FILE
000730     RECORDING MODE IS F.
000790     05  AUD-MATL-CLASS      PIC X(02).
000800     05  AUD-RATE            PIC 9(03)V9(04).
000810     05  AUD-EFF-DATE        PIC 9(08).
000816     05  AUD-APPROVER        PIC X(08).
000823     05  FILLER              PIC X(27).
000830
000840 FD  REGISTER-REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  REPORT-LINE                 PIC X(80).
000870
000871 FD  AUTHORITY-FILE.
000872     COPY OPRAUT.
000874
000875 FD  PENDING-FILE.
000877     COPY CHGPND.
000878
000880 WORKING-STORAGE SECTION.
000890*-----------------------------------------------------------------
000900* SWITCHES AND FILE STATUS
000950     88  WS-CARD-EOF-YES                VALUE 'Y'.
000960 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
000970     88  WS-FOUND-YES                   VALUE 'Y'.
000973 77  WS-APPLIED-SW       PIC X(01)      VALUE 'N'.
000976     88  WS-APPLIED-YES                 VALUE 'Y'.
000980 77  WS-RATE-STATUS      PIC X(02)      VALUE SPACES.
000990 77  WS-AUD-STATUS       PIC X(02)      VALUE SPACES.
000993 77  WS-AUT-STATUS       PIC X(02)      VALUE SPACES.
000996 77  WS-PND-STATUS       PIC X(02)      VALUE SPACES.
001000
001010*-----------------------------------------------------------------
001020* RUN CONTROL AND COUNTERS
001090 77  WS-CARD-COUNT       PIC 9(04) COMP VALUE ZERO.
001100 77  WS-APPLIED-COUNT    PIC 9(04) COMP VALUE ZERO.
001110 77  WS-SKIPPED-COUNT    PIC 9(04) COMP VALUE ZERO.
001115 77  WS-QUEUED-COUNT     PIC 9(04) COMP VALUE ZERO.
001120 77  WS-DELETE-SUB       PIC 9(03) COMP VALUE ZERO.
001121*    a queued change may be approved through the third day after
001123*    the request and not after
001125 77  WS-EXPIRY-DAYS      PIC 9(02)      VALUE 3.
001126 77  WS-EXPIRE-DATE      PIC 9(08)      VALUE ZERO.
001128 77  WS-APPROVER         PIC X(08)      VALUE SPACES.
001130
001140*-----------------------------------------------------------------
001150* RATE TABLE IN STORAGE - the whole PNLRAT file, held while
001300     05  FILLER              PIC X(80)   VALUE
001310         'RATMNT - RATE MAINTENANCE APPLY/REJECT REGISTER'.
001320 01  WS-HEADING2.
001330     05  FILLER              PIC X(55)   VALUE
001340         'ACTION CL     RATE EFF-DATE DISPOSITION'.
001350     05  FILLER              PIC X(25)   VALUE 'REQUEST-ID'.
001360
001370 01  WS-DETAIL-LINE.
001380     05  WS-D-ACTION         PIC X(06).
001440     05  WS-D-EFF-DATE       PIC 9(08).
001450     05  FILLER              PIC X(01)   VALUE SPACE.
001460     05  WS-D-DISPOSITION    PIC X(26).
001465     05  FILLER              PIC X(01)   VALUE SPACE.
001470     05  WS-D-REQUEST-ID     PIC X(18).
001475     05  FILLER              PIC X(06)   VALUE SPACES.
001480
001490 01  WS-COUNT-LINE.
001500     05  WS-C-LABEL          PIC X(24).
001590     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001600     ACCEPT WS-TODAY-TIME-RAW FROM TIME
001610     COMPUTE WS-TODAY-TIME = WS-TODAY-TIME-RAW / 100
001612     COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER
001615         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
001617                   + WS-EXPIRY-DAYS)
001620     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
001625     PERFORM 1500-OPEN-APPROVAL-FILES THRU 1500-EXIT
001630     OPEN INPUT CONTROL-FILE
001640     OPEN EXTEND AUDIT-FILE
001650     IF WS-AUD-STATUS = '35' OR WS-AUD-STATUS = '05'
001770         UNTIL WS-CARD-EOF-YES
001780     CLOSE CONTROL-FILE
001790     CLOSE AUDIT-FILE
001793     CLOSE AUTHORITY-FILE
001796     CLOSE PENDING-FILE
001800     PERFORM 8000-REWRITE-TABLE THRU 8000-EXIT
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT
001820     GOBACK.
002340     EXIT.
002350
002360*-----------------------------------------------------------------
002361* 1500-OPEN-APPROVAL-FILES - OPRAUT and CHGPND, both needed
002362* before the first card; either missing stops the run before
002363* the rewrite, as a PNLRAT open failure does.
002364*-----------------------------------------------------------------
002365 1500-OPEN-APPROVAL-FILES.
002366     OPEN INPUT AUTHORITY-FILE
002367     IF WS-AUT-STATUS NOT = '00'
002368         DISPLAY 'RATMNT - OPRAUT OPEN FAILED, STATUS = '
002369             WS-AUT-STATUS
002370         MOVE 12 TO RETURN-CODE
002371         GOBACK
002372     END-IF
002373     OPEN I-O PENDING-FILE
002374     IF WS-PND-STATUS NOT = '00'
002375         DISPLAY 'RATMNT - CHGPND OPEN FAILED, STATUS = '
002376             WS-PND-STATUS
002377         MOVE 12 TO RETURN-CODE
002378         GOBACK
002379     END-IF.
002380 1500-EXIT.
002381     EXIT.
002382
002383*-----------------------------------------------------------------
002384* 2000-APPLY-CARD
002385*-----------------------------------------------------------------
002390 2000-APPLY-CARD.
002400     ADD 1 TO WS-CARD-COUNT
002407     MOVE SPACES TO WS-D-REQUEST-ID
002415     EVALUATE TRUE
002422         WHEN MC-ADD
002430         WHEN MC-CANCEL
002437             PERFORM 2500-QUEUE-CHANGE THRU 2500-EXIT
002445         WHEN MC-APPROVE
002452             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
002460         WHEN OTHER
002470             ADD 1 TO WS-SKIPPED-COUNT
002480             MOVE 'REFUSED-UNKNOWN ACTION    '
002920     MOVE MC-RATE TO WS-RAT-RATE (RT-IDX)
002930     MOVE MC-EFF-DATE TO WS-RAT-EFF-DATE (RT-IDX)
002940     ADD 1 TO WS-APPLIED-COUNT
002945     MOVE 'Y' TO WS-APPLIED-SW
002950     MOVE 'APPLIED                   ' TO WS-D-DISPOSITION
002960     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
002970     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003350     MOVE WS-RAT-RATE (RT-IDX) TO MC-RATE
003360     PERFORM 2250-DELETE-ENTRY THRU 2250-EXIT
003370     ADD 1 TO WS-APPLIED-COUNT
003375     MOVE 'Y' TO WS-APPLIED-SW
003380     MOVE 'APPLIED                   ' TO WS-D-DISPOSITION
003390     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003400     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003610     EXIT.
003620
003630*-----------------------------------------------------------------
003631* 2500-QUEUE-CHANGE - an ADD or CANCEL card from a user with
003632* update authority is edited the way it will be applied and, if
003633* it passes, goes to CHGPND as a pending request with the card
003634* image kept whole. The duplicate and still-pending checks wait
003635* for the approval, against the table as it is then.
003636*-----------------------------------------------------------------
003637 2500-QUEUE-CHANGE.
003638     MOVE MC-USER-ID TO OPR-AUT-OPERATOR
003639     PERFORM 2900-READ-AUTHORITY THRU 2900-EXIT
003640     IF NOT OPR-AUT-UPDATE AND NOT OPR-AUT-APPROVE
003641         ADD 1 TO WS-SKIPPED-COUNT
003642         MOVE 'REFUSED-NO UPDATE AUTH    ' TO WS-D-DISPOSITION
003643         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003644         GO TO 2500-EXIT
003645     END-IF
003646     IF MC-ADD
003647         IF MC-MATL-CLASS = SPACES
003648                 OR MC-RATE NOT NUMERIC
003649                 OR MC-RATE = ZERO
003650                 OR MC-EFF-DATE NOT NUMERIC
003651             ADD 1 TO WS-SKIPPED-COUNT
003652             MOVE 'REFUSED-BAD CLASS/RATE/DT ' TO WS-D-DISPOSITION
003653             PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003654             GO TO 2500-EXIT
003655         END-IF
003656     ELSE
003657         IF MC-EFF-DATE NOT NUMERIC
003658                 OR MC-EFF-DATE NOT > WS-TODAY-DATE
003659             ADD 1 TO WS-SKIPPED-COUNT
003660             MOVE 'REFUSED-NOT A FUTURE RATE ' TO WS-D-DISPOSITION
003661             PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003662             GO TO 2500-EXIT
003663         END-IF
003664     END-IF
003665     MOVE SPACES TO CHG-PND-RECORD
003666     MOVE 'RATMNT  ' TO CHG-PND-FUNCTION
003667     MOVE WS-TODAY-DATE TO CHG-PND-REQ-DATE
003668     MOVE WS-TODAY-TIME TO CHG-PND-REQ-TIME
003669     MOVE WS-CARD-COUNT TO CHG-PND-REQ-SEQ
003670     MOVE 'P' TO CHG-PND-STATUS
003671     MOVE MC-USER-ID TO CHG-PND-REQUESTER
003672     MOVE WS-EXPIRE-DATE TO CHG-PND-EXPIRE-DATE
003673     MOVE ZERO TO CHG-PND-APPR-DATE
003674     MOVE ZERO TO CHG-PND-APPR-TIME
003675     MOVE MAINT-CARD TO CHG-PND-CHANGE
003676     WRITE CHG-PND-RECORD
003677         INVALID KEY
003678             ADD 1 TO WS-SKIPPED-COUNT
003679             MOVE 'REFUSED-CHGPND WRITE FAIL ' TO WS-D-DISPOSITION
003680             PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003681             GO TO 2500-EXIT
003682     END-WRITE
003683     ADD 1 TO WS-QUEUED-COUNT
003684     MOVE CHG-PND-REQUEST-ID TO WS-D-REQUEST-ID
003685     MOVE 'QUEUED FOR APPROVAL       ' TO WS-D-DISPOSITION
003686     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT.
003687 2500-EXIT.
003688     EXIT.
003689
003690*-----------------------------------------------------------------
003691* 2900-READ-AUTHORITY - the RATMNT authority of the user already
003692* in OPR-AUT-OPERATOR; no record authorizes nothing.
003693*-----------------------------------------------------------------
003694 2900-READ-AUTHORITY.
003695     MOVE 'RATMNT  ' TO OPR-AUT-FUNCTION
003696     READ AUTHORITY-FILE
003697         INVALID KEY
003698             MOVE 'N' TO OPR-AUT-AUTHORITY
003699     END-READ.
003700 2900-EXIT.
003701     EXIT.
003702
003703*-----------------------------------------------------------------
003704* 3000-APPROVE-CHANGE - an APPROV card names a pending request.
003705* The approver needs A authority and must not be the requester;
003706* the request must be pending and not past its expiry date. The
003707* queued card is then applied through 2100 / 2200 exactly as
003708* before, and the request is marked approved, or refused when
003709* the change no longer applies.
003710*-----------------------------------------------------------------
003711 3000-APPROVE-CHANGE.
003712     MOVE MC-REQUEST-ID TO WS-D-REQUEST-ID
003713     MOVE MC-USER-ID TO OPR-AUT-OPERATOR
003714     PERFORM 2900-READ-AUTHORITY THRU 2900-EXIT
003715     IF NOT OPR-AUT-APPROVE
003716         ADD 1 TO WS-SKIPPED-COUNT
003717         MOVE 'REFUSED-NO APPROVAL AUTH  ' TO WS-D-DISPOSITION
003718         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003719         GO TO 3000-EXIT
003720     END-IF
003721     MOVE 'RATMNT  ' TO CHG-PND-FUNCTION
003722     MOVE MC-REQUEST-ID TO CHG-PND-REQUEST-ID
003723     READ PENDING-FILE
003724         INVALID KEY
003725             ADD 1 TO WS-SKIPPED-COUNT
003726             MOVE 'REFUSED-NO SUCH REQUEST   ' TO WS-D-DISPOSITION
003727             PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003728             GO TO 3000-EXIT
003729     END-READ
003730     IF NOT CHG-PND-PENDING
003731         ADD 1 TO WS-SKIPPED-COUNT
003732         MOVE 'REFUSED-NOT PENDING       ' TO WS-D-DISPOSITION
003733         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003734         GO TO 3000-EXIT
003735     END-IF
003736     IF CHG-PND-EXPIRE-DATE < WS-TODAY-DATE
003737         ADD 1 TO WS-SKIPPED-COUNT
003738         MOVE 'REFUSED-REQUEST EXPIRED   ' TO WS-D-DISPOSITION
003739         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003740         MOVE 'X' TO CHG-PND-STATUS
003741         PERFORM 3800-REWRITE-REQUEST THRU 3800-EXIT
003742         GO TO 3000-EXIT
003743     END-IF
003744     IF CHG-PND-REQUESTER = MC-USER-ID
003745         ADD 1 TO WS-SKIPPED-COUNT
003746         MOVE 'REFUSED-OWN REQUEST       ' TO WS-D-DISPOSITION
003747         PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT
003748         GO TO 3000-EXIT
003749     END-IF
003750
003751*    from here on the card area holds the queued card, so the
003752*    register and audit carry the requester's action and user
003753     MOVE MC-USER-ID TO WS-APPROVER
003754     MOVE CHG-PND-CHANGE TO MAINT-CARD
003755     MOVE 'N' TO WS-APPLIED-SW
003756     IF MC-ADD
003757         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
003758     ELSE
003759         PERFORM 2200-APPLY-CANCEL THRU 2200-EXIT
003760     END-IF
003761     IF WS-APPLIED-YES
003762         MOVE 'A' TO CHG-PND-STATUS
003763     ELSE
003764         MOVE 'R' TO CHG-PND-STATUS
003765     END-IF
003766     MOVE WS-APPROVER TO CHG-PND-APPROVER
003767     MOVE WS-TODAY-DATE TO CHG-PND-APPR-DATE
003768     MOVE WS-TODAY-TIME TO CHG-PND-APPR-TIME
003769     PERFORM 3800-REWRITE-REQUEST THRU 3800-EXIT.
003770 3000-EXIT.
003771     EXIT.
003772
003773*-----------------------------------------------------------------
003774* 3800-REWRITE-REQUEST
003775*-----------------------------------------------------------------
003776 3800-REWRITE-REQUEST.
003777     REWRITE CHG-PND-RECORD
003778         INVALID KEY
003779             DISPLAY 'RATMNT - CHGPND REWRITE FAILED, STATUS = '
003780                 WS-PND-STATUS ' REQUEST ' CHG-PND-REQUEST-ID
003781     END-REWRITE.
003782 3800-EXIT.
003783     EXIT.
003784
003785*-----------------------------------------------------------------
003786* 7000-WRITE-AUDIT - one record per applied change: who, when,
003787* the action, class, rate, and effective date.
003788* Who asked for the change and who approved it are both recorded.
003789*-----------------------------------------------------------------
003790 7000-WRITE-AUDIT.
003791     MOVE SPACES TO AUDIT-RECORD
003792     MOVE WS-TODAY-DATE TO AUD-DATE
003793     MOVE WS-TODAY-TIME TO AUD-TIME
003794     MOVE MC-USER-ID TO AUD-USER-ID
003795     MOVE WS-APPROVER TO AUD-APPROVER
003796     MOVE MC-ACTION TO AUD-ACTION
003797     MOVE MC-MATL-CLASS TO AUD-MATL-CLASS
003798     MOVE MC-RATE TO AUD-RATE
003799     MOVE MC-EFF-DATE TO AUD-EFF-DATE
003800     WRITE AUDIT-RECORD.
003801 7000-EXIT.
003802     EXIT.
003803
003804 2800-WRITE-REGISTER-LINE.
003810     MOVE MC-ACTION TO WS-D-ACTION
003820     MOVE MC-MATL-CLASS TO WS-D-CLASS
003830     IF MC-RATE NUMERIC
004390     MOVE WS-APPLIED-COUNT TO WS-C-COUNT
004400     MOVE WS-COUNT-LINE TO REPORT-LINE
004410     WRITE REPORT-LINE
004412     MOVE 'CHANGES QUEUED:         ' TO WS-C-LABEL
004414     MOVE WS-QUEUED-COUNT TO WS-C-COUNT
004416     MOVE WS-COUNT-LINE TO REPORT-LINE
004418     WRITE REPORT-LINE
004420     MOVE 'CARDS REFUSED:          ' TO WS-C-LABEL
004430     MOVE WS-SKIPPED-COUNT TO WS-C-COUNT
004440     MOVE WS-COUNT-LINE TO REPORT-LINE
004490     END-IF
004500     DISPLAY 'RATMNT - CARDS READ: ' WS-CARD-COUNT
004510         ' APPLIED: ' WS-APPLIED-COUNT
004515         ' QUEUED: ' WS-QUEUED-COUNT
004520         ' REFUSED: ' WS-SKIPPED-COUNT.
004530 9000-EXIT.
004540     EXIT.
