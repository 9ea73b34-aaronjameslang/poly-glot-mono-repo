000200*   RETIRE stamps the card date on the open entry for that      *
000210*   divisor (the one with no retired-on date yet); a RETIRE     *
000220*   naming a divisor with no open entry is listed and skipped.  *
000221*                                                               *
000222*   An ADD or RETIRE card does not change the table itself:     *
000223*   it is queued on CHGPND as a pending request (the keying     *
000224*   user needs U or A authority for DIVMNT on OPRAUT) and the   *
000225*   request id is listed. An APPROV card - a different user     *
000226*   holding A authority, and the request id - applies it, on or *
000227*   before its expiry date; DIVAUD then carries the requester   *
000228*   and the approver both.                                      *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DIVMNT.
000320* MODIFICATION HISTORY
000330* DATE       BY   DESCRIPTION
000340* 2026-08-22 MPR  Initial version.
000341* 2026-10-15 MPR  Two-person approval: ADD and RETIRE cards are
000343*                 queued on CHGPND, and take effect only when an
000345*                 APPROV card from a second user with approval
000346*                 authority on OPRAUT names the request before it
000348*                 expires. DIVAUD records requester and approver.
000350*-----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000450     SELECT AUDIT-FILE ASSIGN TO DIVAUD
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000471     SELECT AUTHORITY-FILE ASSIGN TO OPRAUT
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS OPR-AUT-KEY
000475         FILE STATUS IS WS-AUT-STATUS.
000476     SELECT PENDING-FILE ASSIGN TO CHGPND
000477         ORGANIZATION IS INDEXED
000478         ACCESS MODE IS RANDOM
000479         RECORD KEY IS CHG-PND-KEY
000480         FILE STATUS IS WS-PND-STATUS.
000481
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  DIVISOR-FILE
000580     05  MC-ACTION           PIC X(06).
000590         88  MC-ADD                  VALUE 'ADD   '.
000600         88  MC-RETIRE               VALUE 'RETIRE'.
000605         88  MC-APPROVE              VALUE 'APPROV'.
000610     05  MC-DIVISOR          PIC 9(02).
000620     05  MC-EFF-DATE         PIC 9(08).
000630     05  MC-USER-ID          PIC X(08).
000634*    APPROV cards only - the request id DIVMNT listed when the
000638*    change was queued; the user on the card is the approver
000642     05  MC-REQUEST-ID       PIC X(18).
000646     05  FILLER              PIC X(38).
000650
000660 FD  AUDIT-FILE
000670     RECORDING MODE IS F.
000750     05  AUD-OLD-RETIRE-DATE PIC 9(08).
000760     05  AUD-NEW-EFF-DATE    PIC 9(08).
000770     05  AUD-NEW-RETIRE-DATE PIC 9(08).
000776     05  AUD-APPROVER        PIC X(08).
000783     05  FILLER              PIC X(10).
000790
000791 FD  AUTHORITY-FILE.
000792     COPY OPRAUT.
000794
000795 FD  PENDING-FILE.
000797     COPY CHGPND.
000798
000800 WORKING-STORAGE SECTION.
000810*-----------------------------------------------------------------
000820* SWITCHES
000870     88  WS-CARD-EOF-YES                VALUE 'Y'.
000880 77  WS-FOUND-SW         PIC X(01)      VALUE 'N'.
000890     88  WS-FOUND-YES                   VALUE 'Y'.
000893 77  WS-APPLIED-SW       PIC X(01)      VALUE 'N'.
000896     88  WS-APPLIED-YES                 VALUE 'Y'.
000900
000910*-----------------------------------------------------------------
000920* FILE STATUS
000930*-----------------------------------------------------------------
000940 77  WS-DIVISOR-FILE-STATUS PIC X(02)   VALUE SPACES.
000950 77  WS-AUDIT-STATUS     PIC X(02)      VALUE SPACES.
000953 77  WS-AUT-STATUS       PIC X(02)      VALUE SPACES.
000956 77  WS-PND-STATUS       PIC X(02)      VALUE SPACES.
000960
000970*-----------------------------------------------------------------
000980* RUN CONTROL AND COUNTERS
001020 77  WS-CARD-COUNT       PIC 9(04) COMP VALUE ZERO.
001030 77  WS-APPLIED-COUNT    PIC 9(04) COMP VALUE ZERO.
001040 77  WS-SKIPPED-COUNT    PIC 9(04) COMP VALUE ZERO.
001041 77  WS-QUEUED-COUNT     PIC 9(04) COMP VALUE ZERO.
001042*    a queued change may be approved through the third day after
001044*    the request and not after
001045 77  WS-EXPIRY-DAYS      PIC 9(02)      VALUE 3.
001047 77  WS-EXPIRE-DATE      PIC 9(08)      VALUE ZERO.
001048 77  WS-APPROVER         PIC X(08)      VALUE SPACES.
001050
001060*-----------------------------------------------------------------
001070* DIVISOR TABLE IN STORAGE - the whole DIVTBL file, held while
001230     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001240     ACCEPT WS-TODAY-TIME-RAW FROM TIME
001245     COMPUTE WS-TODAY-TIME = WS-TODAY-TIME-RAW / 100
001246     COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER
001247         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
001248                   + WS-EXPIRY-DAYS)
001250     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
001255     PERFORM 1500-OPEN-APPROVAL-FILES THRU 1500-EXIT
001260     OPEN INPUT CONTROL-FILE
001270     OPEN EXTEND AUDIT-FILE
001280     IF WS-AUDIT-STATUS = '35' OR WS-AUDIT-STATUS = '05'
001350         UNTIL WS-CARD-EOF-YES
001360     CLOSE CONTROL-FILE
001370     CLOSE AUDIT-FILE
001373     CLOSE AUTHORITY-FILE
001376     CLOSE PENDING-FILE
001380     PERFORM 8000-REWRITE-TABLE THRU 8000-EXIT
001390     DISPLAY 'DIVMNT - CARDS READ: ' WS-CARD-COUNT
001400         ' APPLIED: ' WS-APPLIED-COUNT
001405         ' QUEUED: ' WS-QUEUED-COUNT
001410         ' SKIPPED: ' WS-SKIPPED-COUNT
001420     GOBACK.
001430
001920     EXIT.
001930
001940*-----------------------------------------------------------------
001941* 1500-OPEN-APPROVAL-FILES - OPRAUT and CHGPND are both needed
001942* before any card is read; either one missing stops the run
001943* before 8000-REWRITE-TABLE can touch the live table.
001944*-----------------------------------------------------------------
001945 1500-OPEN-APPROVAL-FILES.
001946     OPEN INPUT AUTHORITY-FILE
001947     IF WS-AUT-STATUS NOT = '00'
001948         DISPLAY 'DIVMNT - OPRAUT OPEN FAILED, STATUS = '
001949             WS-AUT-STATUS
001950         MOVE 12 TO RETURN-CODE
001951         GOBACK
001952     END-IF
001953     OPEN I-O PENDING-FILE
001954     IF WS-PND-STATUS NOT = '00'
001955         DISPLAY 'DIVMNT - CHGPND OPEN FAILED, STATUS = '
001956             WS-PND-STATUS
001957         MOVE 12 TO RETURN-CODE
001958         GOBACK
001959     END-IF.
001960 1500-EXIT.
001961     EXIT.
001962
001963*-----------------------------------------------------------------
001964* 2000-APPLY-CARD
001965*-----------------------------------------------------------------
001970 2000-APPLY-CARD.
001980     ADD 1 TO WS-CARD-COUNT
001990     EVALUATE TRUE
001998         WHEN MC-ADD
002006         WHEN MC-RETIRE
002015             PERFORM 2500-QUEUE-CHANGE THRU 2500-EXIT
002023         WHEN MC-APPROVE
002031             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
002040         WHEN OTHER
002050             ADD 1 TO WS-SKIPPED-COUNT
002060             DISPLAY 'DIVMNT - UNKNOWN ACTION SKIPPED: '
002330     MOVE MC-EFF-DATE TO WS-DIV-EFF-DATE (DV-IDX)
002340     MOVE ZERO TO WS-DIV-RETIRE-DATE (DV-IDX)
002350     ADD 1 TO WS-APPLIED-COUNT
002352     MOVE 'Y' TO WS-APPLIED-SW
002355     MOVE SPACES TO AUDIT-RECORD
002360     MOVE ZERO TO AUD-OLD-EFF-DATE
002370     MOVE ZERO TO AUD-OLD-RETIRE-DATE
002610     MOVE WS-DIV-RETIRE-DATE (DV-IDX) TO AUD-OLD-RETIRE-DATE
002620     MOVE MC-EFF-DATE TO WS-DIV-RETIRE-DATE (DV-IDX)
002630     ADD 1 TO WS-APPLIED-COUNT
002635     MOVE 'Y' TO WS-APPLIED-SW
002640     MOVE WS-DIV-EFF-DATE (DV-IDX) TO AUD-NEW-EFF-DATE
002650     MOVE MC-EFF-DATE TO AUD-NEW-RETIRE-DATE
002660     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
002810     EXIT.
002820
002830*-----------------------------------------------------------------
002831* 2500-QUEUE-CHANGE - an ADD or RETIRE card from a user with
002832* update authority goes to CHGPND as a pending request, the card
002833* image kept whole; nothing in the table changes until approval.
002834* The card count keeps requests keyed in the same run apart.
002835*-----------------------------------------------------------------
002836 2500-QUEUE-CHANGE.
002837     MOVE MC-USER-ID TO OPR-AUT-OPERATOR
002838     PERFORM 2900-READ-AUTHORITY THRU 2900-EXIT
002839     IF NOT OPR-AUT-UPDATE AND NOT OPR-AUT-APPROVE
002840         ADD 1 TO WS-SKIPPED-COUNT
002841         DISPLAY 'DIVMNT - NO UPDATE AUTHORITY, REFUSED: '
002842             MC-USER-ID ' ' MC-ACTION ' DIVISOR ' MC-DIVISOR
002843         GO TO 2500-EXIT
002844     END-IF
002845     IF MC-ADD AND MC-DIVISOR = 0
002846         ADD 1 TO WS-SKIPPED-COUNT
002847         DISPLAY 'DIVMNT - ZERO DIVISOR REFUSED'
002848         GO TO 2500-EXIT
002849     END-IF
002850     IF MC-EFF-DATE NOT NUMERIC
002851         ADD 1 TO WS-SKIPPED-COUNT
002852         DISPLAY 'DIVMNT - EFFECTIVE DATE NOT NUMERIC, REFUSED: '
002853             MC-ACTION ' DIVISOR ' MC-DIVISOR
002854         GO TO 2500-EXIT
002855     END-IF
002856     MOVE SPACES TO CHG-PND-RECORD
002857     MOVE 'DIVMNT  ' TO CHG-PND-FUNCTION
002858     MOVE WS-TODAY-DATE TO CHG-PND-REQ-DATE
002859     MOVE WS-TODAY-TIME TO CHG-PND-REQ-TIME
002860     MOVE WS-CARD-COUNT TO CHG-PND-REQ-SEQ
002861     MOVE 'P' TO CHG-PND-STATUS
002862     MOVE MC-USER-ID TO CHG-PND-REQUESTER
002863     MOVE WS-EXPIRE-DATE TO CHG-PND-EXPIRE-DATE
002864     MOVE ZERO TO CHG-PND-APPR-DATE
002865     MOVE ZERO TO CHG-PND-APPR-TIME
002866     MOVE MAINT-CARD TO CHG-PND-CHANGE
002867     WRITE CHG-PND-RECORD
002868         INVALID KEY
002869             ADD 1 TO WS-SKIPPED-COUNT
002870             DISPLAY 'DIVMNT - CHGPND WRITE FAILED, STATUS = '
002871                 WS-PND-STATUS ' ' MC-ACTION ' ' MC-DIVISOR
002872             GO TO 2500-EXIT
002873     END-WRITE
002874     ADD 1 TO WS-QUEUED-COUNT
002875     DISPLAY 'DIVMNT - QUEUED FOR APPROVAL: REQUEST '
002876         CHG-PND-REQUEST-ID ' ' MC-ACTION ' DIVISOR ' MC-DIVISOR
002877         ' BY ' MC-USER-ID ' EXPIRES ' WS-EXPIRE-DATE.
002878 2500-EXIT.
002879     EXIT.
002880
002881*-----------------------------------------------------------------
002882* 2900-READ-AUTHORITY - the DIVMNT authority of the operator
002883* already moved to OPR-AUT-OPERATOR; no record authorizes
002884* nothing.
002885*-----------------------------------------------------------------
002886 2900-READ-AUTHORITY.
002887     MOVE 'DIVMNT  ' TO OPR-AUT-FUNCTION
002888     READ AUTHORITY-FILE
002889         INVALID KEY
002890             MOVE 'N' TO OPR-AUT-AUTHORITY
002891     END-READ.
002892 2900-EXIT.
002893     EXIT.
002894
002895*-----------------------------------------------------------------
002896* 3000-APPROVE-CHANGE - an APPROV card names a pending request.
002897* The approver needs A authority and must not be the requester;
002898* the request must still be pending and not past its expiry
002899* date. The queued card is then applied exactly as the card
002900* always was, and the request is marked approved - or refused,
002901* when the change no longer applies.
002902*-----------------------------------------------------------------
002903 3000-APPROVE-CHANGE.
002904     MOVE MC-USER-ID TO OPR-AUT-OPERATOR
002905     PERFORM 2900-READ-AUTHORITY THRU 2900-EXIT
002906     IF NOT OPR-AUT-APPROVE
002907         ADD 1 TO WS-SKIPPED-COUNT
002908         DISPLAY 'DIVMNT - NO APPROVAL AUTHORITY, REFUSED: '
002909             MC-USER-ID ' REQUEST ' MC-REQUEST-ID
002910         GO TO 3000-EXIT
002911     END-IF
002912     MOVE 'DIVMNT  ' TO CHG-PND-FUNCTION
002913     MOVE MC-REQUEST-ID TO CHG-PND-REQUEST-ID
002914     READ PENDING-FILE
002915         INVALID KEY
002916             ADD 1 TO WS-SKIPPED-COUNT
002917             DISPLAY 'DIVMNT - NO SUCH REQUEST: ' MC-REQUEST-ID
002918             GO TO 3000-EXIT
002919     END-READ
002920     IF NOT CHG-PND-PENDING
002921         ADD 1 TO WS-SKIPPED-COUNT
002922         DISPLAY 'DIVMNT - REQUEST NOT PENDING: ' MC-REQUEST-ID
002923             ' STATUS ' CHG-PND-STATUS
002924         GO TO 3000-EXIT
002925     END-IF
002926     IF CHG-PND-EXPIRE-DATE < WS-TODAY-DATE
002927         ADD 1 TO WS-SKIPPED-COUNT
002928         DISPLAY 'DIVMNT - REQUEST EXPIRED: ' MC-REQUEST-ID
002929             ' ON ' CHG-PND-EXPIRE-DATE
002930         MOVE 'X' TO CHG-PND-STATUS
002931         PERFORM 3800-REWRITE-REQUEST THRU 3800-EXIT
002932         GO TO 3000-EXIT
002933     END-IF
002934     IF CHG-PND-REQUESTER = MC-USER-ID
002935         ADD 1 TO WS-SKIPPED-COUNT
002936         DISPLAY 'DIVMNT - REQUESTER CANNOT APPROVE OWN CHANGE: '
002937             MC-USER-ID ' REQUEST ' MC-REQUEST-ID
002938         GO TO 3000-EXIT
002939     END-IF
002940
002941*    from here on the card area holds the queued card, so the
002942*    audit record carries the requester's user id and action
002943     MOVE MC-USER-ID TO WS-APPROVER
002944     MOVE CHG-PND-CHANGE TO MAINT-CARD
002945     MOVE 'N' TO WS-APPLIED-SW
002946     IF MC-ADD
002947         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002948     ELSE
002949         PERFORM 2200-APPLY-RETIRE THRU 2200-EXIT
002950     END-IF
002951     IF WS-APPLIED-YES
002952         MOVE 'A' TO CHG-PND-STATUS
002953     ELSE
002954         MOVE 'R' TO CHG-PND-STATUS
002955     END-IF
002956     MOVE WS-APPROVER TO CHG-PND-APPROVER
002957     MOVE WS-TODAY-DATE TO CHG-PND-APPR-DATE
002958     MOVE WS-TODAY-TIME TO CHG-PND-APPR-TIME
002959     PERFORM 3800-REWRITE-REQUEST THRU 3800-EXIT.
002960 3000-EXIT.
002961     EXIT.
002962
002963*-----------------------------------------------------------------
002964* 3800-REWRITE-REQUEST
002965*-----------------------------------------------------------------
002966 3800-REWRITE-REQUEST.
002967     REWRITE CHG-PND-RECORD
002968         INVALID KEY
002969             DISPLAY 'DIVMNT - CHGPND REWRITE FAILED, STATUS = '
002970                 WS-PND-STATUS ' REQUEST ' CHG-PND-REQUEST-ID
002971     END-REWRITE.
002972 3800-EXIT.
002973     EXIT.
002974
002975*-----------------------------------------------------------------
002976* 7000-WRITE-AUDIT - one audit record per applied change: who,
002977* when, which divisor, and the entry's dates before and after.
002978* The caller clears the record and fills the before/after dates
002979* before performing this.
002980* Who asked for the change and who approved it are both recorded.
002981*-----------------------------------------------------------------
002982 7000-WRITE-AUDIT.
002983     MOVE WS-TODAY-DATE TO AUD-DATE
002984     MOVE WS-TODAY-TIME TO AUD-TIME
002985     MOVE MC-USER-ID TO AUD-USER-ID
002986     MOVE WS-APPROVER TO AUD-APPROVER
002987     MOVE MC-ACTION TO AUD-ACTION
002988     MOVE MC-DIVISOR TO AUD-DIVISOR
002989     WRITE AUDIT-RECORD.
002990 7000-EXIT.
002991     EXIT.
002992
002993*-----------------------------------------------------------------
002994* 3900-READ-CARD
003000*-----------------------------------------------------------------
003010 3900-READ-CARD.
003020     READ CONTROL-FILE
