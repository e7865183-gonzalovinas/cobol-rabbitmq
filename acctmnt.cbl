000460*                   THE FULL-FILE REWRITE ARE ALL GONE.
000470*                   THE KSDS MUST BE DEFINED BEFORE THE
000480*                   FIRST RUN - SEE ACCTDEFJ.
000481*  2026-10-02  JCV  REACT NOW ALSO RETURNS A DORMANT ACCOUNT
000482*                   (STATUS D, SET BY DORMSWP) TO OPEN, AND
000483*                   RESTARTS ITS DORMANCY CLOCK BY STAMPING
000484*                   ACM-LAST-POST-DATE WITH TODAY.  A DORMANT
000485*                   ACCOUNT WITH A ZERO BALANCE MAY STILL BE
000486*                   CLOSED.  THE CARD'S ACCOUNT NUMBER NOW
000487*                   GOES ON ITS AUDIT RECORD.
000490*----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000910 01  WS-JOB-NAME                     PIC X(08) VALUE 'ACCTMNT'.
000920 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
000930 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
000935 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000940*----------------------------------------------------------*
000950*  FILE STATUS AND END-OF-FILE CONTROL
000960*----------------------------------------------------------*
001190     05  WS-WRK-ACCOUNT-STATUS       PIC X(01).
001200         88  WS-WRK-STATUS-OPEN      VALUE 'O'.
001210         88  WS-WRK-STATUS-CLOSED    VALUE 'C'.
001215         88  WS-WRK-STATUS-DORMANT   VALUE 'D'.
001220     05  WS-WRK-CURRENT-BALANCE      PIC S9(09)V99.
001230     05  WS-WRK-LAST-POST-DATE       PIC 9(08).
001240     05  WS-WRK-OVERDRAFT-LIMIT      PIC 9(07)V99.
001620*  BE DEFINED (SEE ACCTDEFJ) BEFORE MAINTENANCE CAN RUN.
001630*----------------------------------------------------------*
001640 AMNT001-INITIALIZE.
001645     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001650     MOVE 'ACCTMNT' TO AUD-STEP-NAME.
001660     MOVE 'S'       TO AUD-EVENT-TYPE.
001670     MOVE 'J'       TO AUD-EVENT-SOURCE.
001680     MOVE SPACE     TO AUD-OUTCOME-CODE.
001685     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
001690     MOVE ZERO      TO AUD-RETURN-CODE.
001700     MOVE ZERO      TO AUD-ELAPSED-TIME.
001710     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
002260*  AMNT001-EDIT-CARD - VALIDATE THE CARD IN HAND AGAINST
002270*  THE ACCTREC1 RULES.  FIRST FAILURE WINS.  THE STATUS A
002280*  CARD PRODUCES IS ALWAYS O OR C - NO CARD CAN PUT ANY
002290*  OTHER STATUS BYTE ON THE MASTER (D COMES ONLY FROM
002295*  THE DORMSWP SWEEP).
002300*----------------------------------------------------------*
002310 AMNT001-EDIT-CARD.
002320     EVALUATE TRUE
002990     END-EVALUATE.
003000*----------------------------------------------------------*
003010*  AMNT001-EDIT-CLOSE-CARD - CLOSE RULES: THE ACCOUNT MUST
003020*  EXIST, MUST NOT BE CLOSED, AND MUST CARRY A ZERO BALANCE
003030*  - CLOSING AN ACCOUNT WITH MONEY ON IT STRANDS THE MONEY.
003040*----------------------------------------------------------*
003050 AMNT001-EDIT-CLOSE-CARD.
003160     END-EVALUATE.
003170*----------------------------------------------------------*
003180*  AMNT001-EDIT-REACT-CARD - REACT RULES: THE ACCOUNT MUST
003190*  EXIST AND MUST BE CLOSED OR DORMANT - REACTIVATING AN
003200*  OPEN ACCOUNT IS A KEYING ERROR WORTH SURFACING, NOT A
003205*  NO-OP.
003210*----------------------------------------------------------*
003220 AMNT001-EDIT-REACT-CARD.
003230     EVALUATE TRUE
003250             MOVE 'ACCOUNT NOT ON MASTER'
003260                 TO WS-CARD-ERROR-TEXT
003270         WHEN NOT WS-WRK-STATUS-CLOSED
003275          AND NOT WS-WRK-STATUS-DORMANT
003280             MOVE 'ACCOUNT NOT CLOSED OR DORMANT'
003290                 TO WS-CARD-ERROR-TEXT
003300     END-EVALUATE.
003310*----------------------------------------------------------*
003530*  REWRITE THE RECORD READ BY AMNT001-FIND-ACCOUNT, ONLY
003540*  TOUCHING THE FIELD THE CARD NAMES - BALANCE AND POSTING
003550*  HISTORY STAY AS THE POSTING RUN LEFT THEM.
003552*  THE ONE EXCEPTION: REACT ON A DORMANT ACCOUNT ALSO
003554*  STAMPS ACM-LAST-POST-DATE WITH TODAY, SO THE NEXT
003556*  DORMSWP SWEEP DOES NOT PUT IT STRAIGHT BACK TO SLEEP.
003560*----------------------------------------------------------*
003570 AMNT001-APPLY-CARD.
003580     EVALUATE TRUE
003700             MOVE WS-WORK-ACCOUNT TO ACCOUNT-RECORD
003710             REWRITE ACCOUNT-RECORD
003720         WHEN AMC-FUNC-REACT
003722             IF WS-WRK-STATUS-DORMANT
003724                 MOVE WS-RUN-DATE TO WS-WRK-LAST-POST-DATE
003726             END-IF
003730             MOVE 'O' TO WS-WRK-ACCOUNT-STATUS
003740             MOVE WS-WORK-ACCOUNT TO ACCOUNT-RECORD
003750             REWRITE ACCOUNT-RECORD
003990     MOVE 'E' TO AUD-EVENT-TYPE.
004000     MOVE 'M' TO AUD-EVENT-SOURCE.
004010     MOVE AMC-OPERATOR-ID TO AUD-OPERATOR-ID.
004015     MOVE AMC-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
004020     IF WS-CARD-ERROR-TEXT = SPACES
004030         MOVE 'S'  TO AUD-OUTCOME-CODE
004040         MOVE ZERO TO AUD-RETURN-CODE
004480     MOVE 'E'       TO AUD-EVENT-TYPE.
004490     MOVE 'J'       TO AUD-EVENT-SOURCE.
004500     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
004505     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
004510     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
004520     MOVE ZERO      TO AUD-ELAPSED-TIME.
004530     IF WS-PROGRAM-RETURN-CODE = ZERO OR 8
