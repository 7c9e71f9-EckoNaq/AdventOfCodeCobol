000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALERUL.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - EDIT-RULE SERVICE,
000110*                  CALLED BY CALEDIT AND CALRCYC SO THE INBOUND
000120*                  EDIT AND THE RETRANSMISSION RE-EDIT APPLY THE
000130*                  SAME OPERATOR-MAINTAINED RULES (AOC-EDITRULE,
000140*                  CALRUL01 LAYOUT), AND BY CALTRAC TO EXPLAIN
000150*                  A CONFIGURED REASON CODE. THE RULES ARE
000160*                  LOADED ONCE ('L') AND HELD; THE CALLER THEN
000170*                  EVALUATES EACH DATA RECORD ('E'), STEPS
000180*                  THROUGH THE RULES ('G') OR LOOKS UP THE
000190*                  DESCRIPTION OF A REASON CODE ('D'). A MISSING
000200*                  RULES FILE MEANS NO RULES. AS WITH CALPCHK,
000210*                  THE SERVICE NEVER STOPS THE RUN UNIT - AN
000220*                  UNREADABLE FILE OR AN INVALID RULE COMES BACK
000230*                  AS STATUS 8 AND THE CALLER DECIDES.
000240* 2026-10-15  RD   ONLY A MISSING RULES FILE (STATUS 35) MEANS
000250*                  NO RULES; ANY OTHER OPEN FAILURE NOW RETURNS
000260*                  STATUS 8 SO THE CALLER STOPS.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300
000310     SELECT EDITRULE ASSIGN TO DYNAMIC WS-EDITRULE-PATH
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS EDITRULE-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370
000380 FD  EDITRULE.
000390 01  EDITRULE-RECORD             PIC X(100).
000400
000410 WORKING-STORAGE SECTION.
000420
000430* RUN-TIME FILE ASSIGNMENT
000440 01  WS-EDITRULE-PATH            PIC X(200).
000450 01  WS-DEFAULT-EDITRULE-PATH    PIC X(200) VALUE
000460     'AOC20231201.EDITRULE.FILE'.
000470
000480* FILE STATUS
000490 01  EDITRULE-STATUS             PIC 9(02).
000500     88  EDITRULE-STATUS-OK      VALUE 00.
000510     88  EDITRULE-STATUS-EOF     VALUE 10.
000520     88  EDITRULE-STATUS-NOFILE  VALUE 35.
000530
000540* EDIT-RULE RECORD LAYOUT (MAINTAINED BY OPERATIONS)
000550 COPY CALRUL01.
000560
000570* LOADED RULE TABLE, IN FILE ORDER. WS-ERT-ACTION IS THE ONE-
000580* BYTE FORM RETURNED TO THE CALLER ('R' REJECT, 'W' WARN, 'F'
000590* FAIL); WS-ERT-CHARS-LEN IS THE LENGTH OF THE CHARACTER SET
000600* (UP TO ITS FIRST SPACE).
000610 01  WS-ERT-MAX                  PIC 9(03) VALUE 50.
000620 01  WS-ERT-COUNT                PIC 9(03) VALUE ZERO.
000630 01  WS-ERT-TABLE.
000640     05  WS-ERT-ENTRY OCCURS 50 TIMES.
000650         10  WS-ERT-REASON       PIC X(06).
000660         10  WS-ERT-RULE-TYPE    PIC X(06).
000670         10  WS-ERT-SUPPLIER-ID  PIC X(03).
000680         10  WS-ERT-ACTION       PIC X(01).
000690         10  WS-ERT-LIMIT        PIC 9(06).
000700         10  WS-ERT-CHARS        PIC X(20).
000710         10  WS-ERT-CHARS-LEN    PIC 9(02).
000720         10  WS-ERT-DESCRIPTION  PIC X(40).
000730 01  WS-RULES-LOADED-SW          PIC X(01) VALUE 'N'.
000740     88  WS-RULES-LOADED         VALUE 'Y'.
000750
000760* LOAD AND EVALUATION WORK AREAS
000770 01  WS-LINE-NO                  PIC 9(06) VALUE ZERO.
000780 01  WS-RULE-ERROR               PIC X(40) VALUE SPACES.
000790 01  WS-REC-LEN                  PIC 9(03) VALUE ZERO.
000800 01  WS-TALLY                    PIC 9(06) VALUE ZERO.
000810 01  WS-RULE-HIT-SW              PIC X(01) VALUE 'N'.
000820     88  WS-RULE-HIT             VALUE 'Y'.
000830 01  I                           PIC 9(03) VALUE ZERO.
000840 01  J                           PIC 9(03) VALUE ZERO.
000850 01  K                           PIC 9(02) VALUE ZERO.
000860
000870 LINKAGE SECTION.
000880
000890* CALLER PARAMETER BLOCK.
000900*   'L' LOAD THE RULES FILE; ERL-RULE-COUNT COMES BACK.
000910*   'E' EVALUATE ERL-RECORD (A DATA RECORD OF SUPPLIER
000920*       ERL-SUPPLIER-ID, THE ERL-DATA-COUNT'TH OF ITS
000930*       TRANSMISSION) AGAINST THE RULES AFTER RULE ERL-RULE-IX
000940*       (ZERO FOR THE FIRST). THE FIRST RULE THE RECORD FAILS
000950*       COMES BACK IN ERL-RULE-IX, ERL-REASON, ERL-ACTION AND
000960*       ERL-DESCRIPTION; ERL-ACTION SPACE MEANS IT PASSED THE
000970*       REST. A CALLER THAT CONTINUES AFTER A WARNING CALLS
000980*       AGAIN WITH THE RETURNED ERL-RULE-IX.
000990*   'G' RETURN RULE ERL-RULE-IX (REASON, ACTION, DESCRIPTION).
001000*   'D' RETURN THE DESCRIPTION OF REASON CODE ERL-REASON, OR
001010*       SPACES WHEN NO RULE CARRIES IT.
001020* THE SERVICE STATUS IS '0' CLEAN OR '8' WHEN THE RULES FILE IS
001030* UNREADABLE, A RULE IS INVALID OR THE TABLE IS FULL.
001040 01  ERL-PARM.
001050     05  ERL-FUNCTION            PIC X(01).
001060         88  ERL-LOAD            VALUE 'L'.
001070         88  ERL-EVALUATE        VALUE 'E'.
001080         88  ERL-GET-RULE        VALUE 'G'.
001090         88  ERL-DESCRIBE        VALUE 'D'.
001100     05  ERL-RULE-IX             PIC 9(03).
001110     05  ERL-SUPPLIER-ID         PIC X(03).
001120     05  ERL-DATA-COUNT          PIC 9(06).
001130     05  ERL-RECORD              PIC X(250).
001140     05  ERL-REASON              PIC X(06).
001150     05  ERL-ACTION              PIC X(01).
001160         88  ERL-ACTION-NONE     VALUE SPACE.
001170         88  ERL-ACTION-REJECT   VALUE 'R'.
001180         88  ERL-ACTION-WARN     VALUE 'W'.
001190         88  ERL-ACTION-FAIL     VALUE 'F'.
001200     05  ERL-DESCRIPTION         PIC X(40).
001210     05  ERL-RULE-COUNT          PIC 9(03).
001220     05  ERL-STATUS              PIC X(01).
001230
001240 PROCEDURE DIVISION USING ERL-PARM.
001250
001260 0000-MAINLINE.
001270     MOVE '0' TO ERL-STATUS
001280     IF NOT WS-RULES-LOADED
001290     AND NOT ERL-LOAD
001300         PERFORM 1000-LOAD-RULES
001310     END-IF
001320     EVALUATE TRUE
001330         WHEN ERL-LOAD
001340             PERFORM 1000-LOAD-RULES
001350         WHEN ERL-EVALUATE
001360             PERFORM 2000-EVALUATE-RECORD
001370         WHEN ERL-GET-RULE
001380             PERFORM 3000-GET-RULE
001390         WHEN ERL-DESCRIBE
001400             PERFORM 3500-DESCRIBE-REASON
001410         WHEN OTHER
001420             DISPLAY 'CALERUL FUNCTION INVALID : ' ERL-FUNCTION
001430             MOVE '8' TO ERL-STATUS
001440     END-EVALUATE
001450     MOVE WS-ERT-COUNT TO ERL-RULE-COUNT
001460     GOBACK
001470     .
001480
001490* 1000-LOAD-RULES RESOLVES THE RULES FILE ASSIGNMENT AND LOADS
001500* EVERY RULE LINE INTO THE TABLE IN FILE ORDER. A BLANK LINE OR
001510* ONE STARTING WITH '*' IS A COMMENT. A MISSING FILE LEAVES THE
001520* TABLE EMPTY, SO ONLY THE FIXED EDITS APPLY; A FILE THAT IS THERE
001530* BUT CANNOT BE OPENED COMES BACK AS STATUS 8.
001540 1000-LOAD-RULES.
001550     MOVE ZERO TO WS-ERT-COUNT
001560     MOVE ZERO TO WS-LINE-NO
001570     SET WS-RULES-LOADED TO TRUE
001580     MOVE SPACES TO WS-EDITRULE-PATH
001590     ACCEPT WS-EDITRULE-PATH
001600         FROM ENVIRONMENT 'AOC-EDITRULE'
001610     IF WS-EDITRULE-PATH = SPACES
001620         MOVE WS-DEFAULT-EDITRULE-PATH TO WS-EDITRULE-PATH
001630     END-IF
001640     OPEN INPUT EDITRULE
001650     EVALUATE TRUE
001660         WHEN EDITRULE-STATUS-NOFILE
001670             CONTINUE
001680         WHEN NOT EDITRULE-STATUS-OK
001690             DISPLAY 'OPEN ERROR ON EDITRULE'
001700             DISPLAY 'FILE STATUS : ' EDITRULE-STATUS
001710             MOVE '8' TO ERL-STATUS
001720         WHEN OTHER
001730             PERFORM 4000-READ-EDITRULE
001740             PERFORM UNTIL EDITRULE-STATUS-EOF
001750             OR NOT EDITRULE-STATUS-OK
001760             OR ERL-STATUS = '8'
001770                 ADD 1 TO WS-LINE-NO
001780                 IF EDITRULE-RECORD NOT = SPACES
001790                 AND EDITRULE-RECORD(1:1) NOT = '*'
001800                     MOVE EDITRULE-RECORD TO EDIT-RULE-RECORD
001810                     PERFORM 1100-ADD-ONE-RULE THRU 1100-EXIT
001820                 END-IF
001830                 IF ERL-STATUS NOT = '8'
001840                     PERFORM 4000-READ-EDITRULE
001850                 END-IF
001860             END-PERFORM
001870             CLOSE EDITRULE
001880     END-EVALUATE
001890     .
001900
001910* 1100-ADD-ONE-RULE VALIDATES ONE RULE LINE AND ADDS IT TO THE
001920* TABLE. THE SIX FIXED REASON CODES BELONG TO THE FORMAT AND
001930* SUPPLIER EDITS CALEDIT ALWAYS APPLIES FIRST AND CANNOT BE
001940* REUSED BY A RULE, OR THE RECYCLE REGISTER AND THE SCORECARD
001950* COULD NOT TELL THE TWO APART.
001960 1100-ADD-ONE-RULE.
001970     MOVE SPACES TO WS-RULE-ERROR
001980     EVALUATE TRUE
001990         WHEN RUL-REASON = SPACES
002000             MOVE 'REASON CODE MISSING' TO WS-RULE-ERROR
002010         WHEN RUL-REASON = 'EMPTY ' OR 'NONPRT' OR 'OVRLEN'
002020                        OR 'DUPLIC' OR 'UNKSUP' OR 'INASUP'
002030             MOVE 'REASON CODE RESERVED' TO WS-RULE-ERROR
002040         WHEN NOT RUL-TYPE-MINLEN AND NOT RUL-TYPE-MAXLEN
002050          AND NOT RUL-TYPE-REQCHR AND NOT RUL-TYPE-FORBID
002060          AND NOT RUL-TYPE-DIGIT  AND NOT RUL-TYPE-MAXREC
002070             MOVE 'RULE TYPE INVALID' TO WS-RULE-ERROR
002080         WHEN NOT RUL-ACTION-REJECT AND NOT RUL-ACTION-WARN
002090          AND NOT RUL-ACTION-FAIL
002100             MOVE 'ACTION INVALID' TO WS-RULE-ERROR
002110         WHEN (RUL-TYPE-MINLEN OR RUL-TYPE-MAXLEN
002120               OR RUL-TYPE-MAXREC)
002130          AND (RUL-LIMIT-N IS NOT NUMERIC OR RUL-LIMIT-N = ZERO)
002140             MOVE 'LIMIT MISSING OR NOT NUMERIC' TO WS-RULE-ERROR
002150         WHEN (RUL-TYPE-REQCHR OR RUL-TYPE-FORBID)
002160          AND RUL-CHARS(1:1) = SPACE
002170             MOVE 'CHARACTER SET MISSING' TO WS-RULE-ERROR
002180         WHEN WS-ERT-COUNT NOT < WS-ERT-MAX
002190             MOVE 'RULE TABLE FULL' TO WS-RULE-ERROR
002200     END-EVALUATE
002210     IF WS-RULE-ERROR NOT = SPACES
002220         DISPLAY 'EDIT RULE INVALID AT LINE ' WS-LINE-NO
002230             ' : ' WS-RULE-ERROR
002240         DISPLAY EDITRULE-RECORD
002250         MOVE '8' TO ERL-STATUS
002260         GO TO 1100-EXIT
002270     END-IF
002280     ADD 1 TO WS-ERT-COUNT
002290     MOVE RUL-REASON      TO WS-ERT-REASON(WS-ERT-COUNT)
002300     MOVE RUL-RULE-TYPE   TO WS-ERT-RULE-TYPE(WS-ERT-COUNT)
002310     MOVE RUL-SUPPLIER-ID TO WS-ERT-SUPPLIER-ID(WS-ERT-COUNT)
002320     MOVE RUL-ACTION(1:1) TO WS-ERT-ACTION(WS-ERT-COUNT)
002330     MOVE RUL-CHARS       TO WS-ERT-CHARS(WS-ERT-COUNT)
002340     MOVE RUL-DESCRIPTION TO WS-ERT-DESCRIPTION(WS-ERT-COUNT)
002350     IF RUL-LIMIT-N IS NUMERIC
002360         MOVE RUL-LIMIT-N TO WS-ERT-LIMIT(WS-ERT-COUNT)
002370     ELSE
002380         MOVE ZERO TO WS-ERT-LIMIT(WS-ERT-COUNT)
002390     END-IF
002400     MOVE ZERO TO WS-ERT-CHARS-LEN(WS-ERT-COUNT)
002410     PERFORM 1150-COUNT-ONE-CHAR
002420         VARYING K FROM 1 BY 1
002430         UNTIL K > 20
002440         OR RUL-CHARS(K:1) = SPACE
002450     .
002460 1100-EXIT.
002470     EXIT.
002480
002490 1150-COUNT-ONE-CHAR.
002500     MOVE K TO WS-ERT-CHARS-LEN(WS-ERT-COUNT)
002510     .
002520
002530* 2000-EVALUATE-RECORD APPLIES THE RULES AFTER ERL-RULE-IX, IN
002540* ORDER, AND STOPS AT THE FIRST ONE THE RECORD FAILS. A RULE
002550* FOR ANOTHER SUPPLIER IS PASSED OVER.
002560 2000-EVALUATE-RECORD.
002570     MOVE SPACE  TO ERL-ACTION
002580     MOVE SPACES TO ERL-REASON
002590     MOVE SPACES TO ERL-DESCRIPTION
002600     MOVE 'N' TO WS-RULE-HIT-SW
002610     PERFORM 2100-FIND-RECORD-LENGTH
002620     ADD 1 TO ERL-RULE-IX GIVING J
002630     PERFORM 2200-APPLY-ONE-RULE THRU 2200-EXIT
002640         VARYING J FROM J BY 1
002650         UNTIL J > WS-ERT-COUNT
002660         OR WS-RULE-HIT
002670     .
002680
002690* 2100-FIND-RECORD-LENGTH SETS WS-REC-LEN TO THE POSITION OF
002700* THE LAST NON-SPACE CHARACTER OF THE RECORD, OR ZERO.
002710 2100-FIND-RECORD-LENGTH.
002720     MOVE ZERO TO WS-REC-LEN
002730     PERFORM 2150-CHECK-TAIL-POSITION
002740         VARYING I FROM 250 BY -1
002750         UNTIL I < 1
002760         OR WS-REC-LEN > ZERO
002770     .
002780
002790 2150-CHECK-TAIL-POSITION.
002800     IF ERL-RECORD(I:1) NOT = SPACE
002810         MOVE I TO WS-REC-LEN
002820     END-IF
002830     .
002840
002850 2200-APPLY-ONE-RULE.
002860     IF WS-ERT-SUPPLIER-ID(J) NOT = SPACES
002870     AND WS-ERT-SUPPLIER-ID(J) NOT = ERL-SUPPLIER-ID
002880         GO TO 2200-EXIT
002890     END-IF
002900     MOVE WS-ERT-RULE-TYPE(J) TO RUL-RULE-TYPE
002910     MOVE ZERO TO WS-TALLY
002920     EVALUATE TRUE
002930         WHEN RUL-TYPE-MINLEN
002940             IF WS-REC-LEN < WS-ERT-LIMIT(J)
002950                 SET WS-RULE-HIT TO TRUE
002960             END-IF
002970         WHEN RUL-TYPE-MAXLEN
002980             IF WS-REC-LEN > WS-ERT-LIMIT(J)
002990                 SET WS-RULE-HIT TO TRUE
003000             END-IF
003010         WHEN RUL-TYPE-REQCHR
003020             PERFORM 2250-TALLY-ONE-CHAR
003030                 VARYING K FROM 1 BY 1
003040                 UNTIL K > WS-ERT-CHARS-LEN(J)
003050             IF WS-TALLY = ZERO
003060                 SET WS-RULE-HIT TO TRUE
003070             END-IF
003080         WHEN RUL-TYPE-FORBID
003090             PERFORM 2250-TALLY-ONE-CHAR
003100                 VARYING K FROM 1 BY 1
003110                 UNTIL K > WS-ERT-CHARS-LEN(J)
003120             IF WS-TALLY > ZERO
003130                 SET WS-RULE-HIT TO TRUE
003140             END-IF
003150         WHEN RUL-TYPE-DIGIT
003160             INSPECT ERL-RECORD TALLYING WS-TALLY
003170                 FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
003180                     ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
003190                     ALL 'one' ALL 'two' ALL 'three'
003200                     ALL 'four' ALL 'five' ALL 'six'
003210                     ALL 'seven' ALL 'eight' ALL 'nine'
003220             IF WS-TALLY = ZERO
003230                 SET WS-RULE-HIT TO TRUE
003240             END-IF
003250         WHEN RUL-TYPE-MAXREC
003260             IF ERL-DATA-COUNT > WS-ERT-LIMIT(J)
003270                 SET WS-RULE-HIT TO TRUE
003280             END-IF
003290     END-EVALUATE
003300     IF WS-RULE-HIT
003310         MOVE J                     TO ERL-RULE-IX
003320         MOVE WS-ERT-REASON(J)      TO ERL-REASON
003330         MOVE WS-ERT-ACTION(J)      TO ERL-ACTION
003340         MOVE WS-ERT-DESCRIPTION(J) TO ERL-DESCRIPTION
003350     END-IF
003360     .
003370 2200-EXIT.
003380     EXIT.
003390
003400* 2250-TALLY-ONE-CHAR COUNTS ONE CHARACTER OF THE RULE'S SET IN
003410* THE RECORD. THE TRAILING PAD IS SPACES, WHICH A SET NEVER
003420* CONTAINS, SO THE WHOLE FIELD IS INSPECTED.
003430 2250-TALLY-ONE-CHAR.
003440     INSPECT ERL-RECORD TALLYING WS-TALLY
003450         FOR ALL WS-ERT-CHARS(J)(K:1)
003460     .
003470
003480* 3000-GET-RULE RETURNS ONE LOADED RULE, SO A CALLER CAN LIST
003490* THE CONFIGURED REASON CODES IN RULE ORDER.
003500 3000-GET-RULE.
003510     MOVE SPACE  TO ERL-ACTION
003520     MOVE SPACES TO ERL-REASON
003530     MOVE SPACES TO ERL-DESCRIPTION
003540     IF ERL-RULE-IX > ZERO
003550     AND ERL-RULE-IX NOT > WS-ERT-COUNT
003560         MOVE WS-ERT-REASON(ERL-RULE-IX)      TO ERL-REASON
003570         MOVE WS-ERT-ACTION(ERL-RULE-IX)      TO ERL-ACTION
003580         MOVE WS-ERT-DESCRIPTION(ERL-RULE-IX) TO ERL-DESCRIPTION
003590     END-IF
003600     .
003610
003620* 3500-DESCRIBE-REASON RETURNS THE DESCRIPTION OF THE FIRST
003630* RULE CARRYING THE REASON CODE.
003640 3500-DESCRIBE-REASON.
003650     MOVE SPACES TO ERL-DESCRIPTION
003660     MOVE ZERO TO I
003670     PERFORM 3550-CHECK-ONE-REASON
003680         VARYING J FROM 1 BY 1
003690         UNTIL J > WS-ERT-COUNT
003700         OR I > ZERO
003710     .
003720
003730 3550-CHECK-ONE-REASON.
003740     IF WS-ERT-REASON(J) = ERL-REASON
003750         MOVE J TO I
003760         MOVE WS-ERT-DESCRIPTION(J) TO ERL-DESCRIPTION
003770     END-IF
003780     .
003790
003800 4000-READ-EDITRULE.
003810     READ EDITRULE
003820         AT END
003830             CONTINUE
003840          NOT AT END
003850             IF NOT EDITRULE-STATUS-OK
003860                 DISPLAY 'READ ERROR ON EDITRULE'
003870                 DISPLAY 'FILE STATUS : ' EDITRULE-STATUS
003880                 MOVE '8' TO ERL-STATUS
003890             END-IF
003900     END-READ
003910     .
