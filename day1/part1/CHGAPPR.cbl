000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHGAPPR.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    SECOND-PERSON APPROVAL OF THE CHANGES
000120*                      MASSMNT, RATEMNT, AND MODMMNT QUEUE ON THE
000130*                      PENDING-CHANGE KSDS. EACH APPROVAL
000140*                      TRANSACTION APPROVES OR REJECTS ONE PENDING
000150*                      CHANGE BY REFERENCE NUMBER AND IS LOGGED TO
000160*                      AN APPROVAL AUDIT TRAIL. A DECISION BY THE
000170*                      SAME ID THAT ENTERED THE CHANGE IS REFUSED
000180*                      AND ENDS THE STEP RC 8; ANY OTHER REFUSED
000190*                      TRANSACTION ENDS RC 4. THE RUN THEN LISTS
000200*                      EVERY CHANGE STILL AWAITING APPROVAL OR
000210*                      APPLICATION THAT WAS ENTERED MORE THAN THE
000220*                      PARM THRESHOLD (DAYS, DEFAULT 7) AGO, AND
000230*                      ANY SUCH CHANGE ALSO ENDS RC 4.
000240*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PENDCHG ASSIGN TO PENDCHGD
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS PC-REF-NUMBER
000320         FILE STATUS IS WS-PENDCHG-STATUS.
000330     SELECT OPTIONAL APPRTRAN ASSIGN TO 'APPRTRAN.DAT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-APPRTRAN-STATUS.
000360     SELECT APPRAUDT ASSIGN TO 'APPRAUDT.DAT'
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT PENDRPT ASSIGN TO 'PENDAGE.DAT'
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420*-----------------------------------------------------------------
000430*    PENDCHGD - PENDING-CHANGE KSDS, KEYED ON THE REFERENCE
000440*    NUMBER. LAYOUT MATCHES MASSMNT, RATEMNT, AND MODMMNT,
000450*    WHICH QUEUE THE CHANGES AND APPLY THE APPROVED ONES.
000460*    STATUS IS P (PENDING), A (APPROVED), R (REJECTED), X
000470*    (APPLIED), OR F (APPROVED BUT REJECTED WHEN APPLIED).
000480*    REFERENCE ZERO IS THE CONTROL RECORD.
000490*-----------------------------------------------------------------
000500 FD  PENDCHG.
000510 01  PENDCHG-RECORD.
000520     05  PC-REF-NUMBER            PIC 9(06).
000530     05  PC-SPACER-1              PIC X(01).
000540     05  PC-PROGRAM-ID            PIC X(08).
000550     05  PC-SPACER-2              PIC X(01).
000560     05  PC-STATUS                PIC X(01).
000570     05  PC-SPACER-3              PIC X(01).
000580     05  PC-ENTERED-BY            PIC X(08).
000590     05  PC-SPACER-4              PIC X(01).
000600     05  PC-ENTERED-DATE          PIC X(10).
000610     05  PC-SPACER-5              PIC X(01).
000620     05  PC-DECIDED-BY            PIC X(08).
000630     05  PC-SPACER-6              PIC X(01).
000640     05  PC-DECIDED-DATE          PIC X(10).
000650     05  PC-SPACER-7              PIC X(01).
000660     05  PC-APPLIED-DATE          PIC X(10).
000670     05  PC-SPACER-8              PIC X(01).
000680     05  PC-TRAN-IMAGE            PIC X(80).
000690*-----------------------------------------------------------------
000700*    APPRTRAN.DAT - APPROVAL TRANSACTIONS. THE REFERENCE NUMBER
000710*    OF THE PENDING CHANGE, THE DECISION (A APPROVE / R
000720*    REJECT), AND THE USER ID OF THE PERSON DECIDING, WHO MUST
000730*    NOT BE THE PERSON WHO ENTERED THE CHANGE.
000740*-----------------------------------------------------------------
000750 FD  APPRTRAN.
000760 01  APPRTRAN-RECORD.
000770     05  AP-REF-NUMBER            PIC X(06).
000780     05  AP-SPACER-1              PIC X(01).
000790     05  AP-DECISION              PIC X(01).
000800     05  AP-SPACER-2              PIC X(01).
000810     05  AP-APPROVER-ID           PIC X(08).
000820 01  APPRTRAN-NUMERIC-VIEW.
000830     05  AP-REF-NUMBER-NUM        PIC 9(06).
000840     05  FILLER                   PIC X(11).
000850*-----------------------------------------------------------------
000860*    APPRAUDT.DAT - APPROVAL AUDIT TRAIL, ONE RECORD PER
000870*    APPROVAL TRANSACTION READ, ACTED ON OR REFUSED
000880*-----------------------------------------------------------------
000890 FD  APPRAUDT.
000900 01  APPRAUDT-RECORD.
000910     05  AA-TRAN-NUMBER           PIC 9(06).
000920     05  AA-SPACER-1              PIC X(01).
000930     05  AA-REF-NUMBER            PIC X(06).
000940     05  AA-SPACER-2              PIC X(01).
000950     05  AA-DECISION              PIC X(01).
000960     05  AA-SPACER-3              PIC X(01).
000970     05  AA-PROGRAM-ID            PIC X(08).
000980     05  AA-SPACER-4              PIC X(01).
000990     05  AA-ENTERED-BY            PIC X(08).
001000     05  AA-SPACER-5              PIC X(01).
001010     05  AA-APPROVER-ID           PIC X(08).
001020     05  AA-SPACER-6              PIC X(01).
001030     05  AA-DISPOSITION           PIC X(22).
001040*-----------------------------------------------------------------
001050*    PENDAGE.DAT - AGED PENDING-CHANGE REPORT
001060*-----------------------------------------------------------------
001070 FD  PENDRPT.
001080 01  PENDRPT-RECORD               PIC X(132).
001090 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------------
001110*    SWITCHES AND COUNTERS
001120*-----------------------------------------------------------------
001130 01  WS-APPRTRAN-EOF              PIC X(01)   VALUE 'N'.
001140     88  END-OF-APPRTRAN-FILE                 VALUE 'Y'.
001150 01  WS-PENDCHG-EOF               PIC X(01)   VALUE 'N'.
001160     88  END-OF-PENDCHG-FILE                  VALUE 'Y'.
001170 01  WS-PENDCHG-STATUS            PIC X(02)   VALUE '00'.
001180 01  WS-APPRTRAN-STATUS           PIC X(02)   VALUE '00'.
001190 01  WS-TRAN-COUNT                PIC 9(06)   VALUE ZERO.
001200 01  WS-APPROVED-COUNT            PIC 9(06)   VALUE ZERO.
001210 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
001220 01  WS-REFUSED-COUNT             PIC 9(06)   VALUE ZERO.
001230 01  WS-SELF-APPROVAL-COUNT       PIC 9(06)   VALUE ZERO.
001240 01  WS-OUTSTANDING-COUNT         PIC 9(06)   VALUE ZERO.
001250 01  WS-AWAIT-APPROVAL-COUNT      PIC 9(06)   VALUE ZERO.
001260 01  WS-AWAIT-APPLY-COUNT         PIC 9(06)   VALUE ZERO.
001270 01  WS-AGED-COUNT                PIC 9(06)   VALUE ZERO.
001280*-----------------------------------------------------------------
001290*    AGE THRESHOLD FROM THE PARM (DAYS, DEFAULT 7)
001300*-----------------------------------------------------------------
001310 01  WS-AGE-LIMIT-DAYS            PIC 9(03)   VALUE 7.
001320 01  WS-AGE-LIMIT-TEXT            PIC X(03)   VALUE SPACES.
001330 01  WS-AGE-LIMIT-LENGTH          PIC 9(02)   VALUE ZERO.
001340 01  WS-PARM-TEXT                 PIC X(08)   VALUE SPACES.
001350 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
001360*-----------------------------------------------------------------
001370*    DATE ARITHMETIC - THE SAME SHIFTED-MONTH DAY-NUMBER
001380*    FORMULA EXCPAGE AND THE HOUSEKEEPING RUN USE
001390*-----------------------------------------------------------------
001400 01  WS-WORK-DATE.
001410     05  WS-WORK-YYYY             PIC X(04).
001420     05  WS-WORK-SEP-1            PIC X(01).
001430     05  WS-WORK-MM               PIC X(02).
001440     05  WS-WORK-SEP-2            PIC X(01).
001450     05  WS-WORK-DD               PIC X(02).
001460 01  WS-WORK-DATE-TEXT REDEFINES WS-WORK-DATE
001470                                  PIC X(10).
001480 01  WS-DATE-VALID-SW             PIC X(01)   VALUE 'Y'.
001490     88  WORK-DATE-VALID                      VALUE 'Y'.
001500     88  WORK-DATE-NOT-VALID                  VALUE 'N'.
001510 01  WS-CALC-YYYY                 PIC S9(05)  COMP VALUE ZERO.
001520 01  WS-CALC-MM                   PIC S9(03)  COMP VALUE ZERO.
001530 01  WS-CALC-DD                   PIC S9(03)  COMP VALUE ZERO.
001540 01  WS-CALC-TERM-1               PIC S9(09)  COMP VALUE ZERO.
001550 01  WS-CALC-TERM-2               PIC S9(09)  COMP VALUE ZERO.
001560 01  WS-CALC-TERM-3               PIC S9(09)  COMP VALUE ZERO.
001570 01  WS-CALC-TERM-4               PIC S9(09)  COMP VALUE ZERO.
001580 01  WS-CALC-TERM-5               PIC S9(09)  COMP VALUE ZERO.
001590 01  WS-DAY-NUMBER                PIC S9(09)  COMP VALUE ZERO.
001600 01  WS-TODAY-DAY-NUMBER          PIC S9(09)  COMP VALUE ZERO.
001610 01  WS-AGE-DAYS                  PIC S9(05)  VALUE ZERO.
001620*-----------------------------------------------------------------
001630*    RUN IDENTIFICATION
001640*-----------------------------------------------------------------
001650 01  WS-RUN-DATE.
001660     05  WS-RUN-YYYY              PIC 9(04).
001670     05  WS-RUN-MM                PIC 9(02).
001680     05  WS-RUN-DD                PIC 9(02).
001690 01  WS-RUN-DATE-DISPLAY          PIC X(10).
001700*-----------------------------------------------------------------
001710*    REPORT LINES
001720*-----------------------------------------------------------------
001730 01  WS-HEADING-1.
001740     05  FILLER                   PIC X(27)   VALUE
001750         'PENDING CHANGES OLDER THAN '.
001760     05  H1-AGE-LIMIT             PIC ZZ9.
001770     05  FILLER                   PIC X(12)   VALUE
001780         ' DAYS - RUN '.
001790     05  H1-RUN-DATE              PIC X(10).
001800     05  FILLER                   PIC X(80)   VALUE SPACES.
001810 01  WS-HEADING-2.
001820     05  FILLER                   PIC X(08)   VALUE 'REF'.
001830     05  FILLER                   PIC X(09)   VALUE 'PROGRAM'.
001840     05  FILLER                   PIC X(18)   VALUE 'STATUS'.
001850     05  FILLER                   PIC X(09)   VALUE 'ENTRY ID'.
001860     05  FILLER                   PIC X(11)   VALUE 'ENTERED'.
001870     05  FILLER                   PIC X(06)   VALUE '  AGE'.
001880     05  FILLER                   PIC X(71)   VALUE
001890         'TRANSACTION AS KEYED'.
001900 01  WS-AGE-LINE.
001910     05  AG-REF-NUMBER            PIC 9(06).
001920     05  FILLER                   PIC X(02)   VALUE SPACES.
001930     05  AG-PROGRAM-ID            PIC X(08).
001940     05  FILLER                   PIC X(01)   VALUE SPACE.
001950     05  AG-STATUS-TEXT           PIC X(17).
001960     05  FILLER                   PIC X(01)   VALUE SPACE.
001970     05  AG-ENTERED-BY            PIC X(08).
001980     05  FILLER                   PIC X(01)   VALUE SPACE.
001990     05  AG-ENTERED-DATE          PIC X(10).
002000     05  FILLER                   PIC X(01)   VALUE SPACE.
002010     05  AG-AGE-DAYS              PIC ZZZZ9.
002020     05  FILLER                   PIC X(01)   VALUE SPACE.
002030     05  AG-TRAN-IMAGE            PIC X(61).
002040     05  FILLER                   PIC X(10)   VALUE SPACES.
002050 01  WS-SUMMARY-LINE.
002060     05  FILLER                   PIC X(12)   VALUE
002070         'OUTSTANDING '.
002080     05  SU-OUTSTANDING           PIC ZZZZZ9.
002090     05  FILLER                   PIC X(20)   VALUE
002100         '  AWAITING APPROVAL '.
002110     05  SU-AWAIT-APPROVAL        PIC ZZZZZ9.
002120     05  FILLER                   PIC X(17)   VALUE
002130         '  AWAITING APPLY '.
002140     05  SU-AWAIT-APPLY           PIC ZZZZZ9.
002150     05  FILLER                   PIC X(17)   VALUE
002160         '  OVER THRESHOLD '.
002170     05  SU-AGED                  PIC ZZZZZ9.
002180     05  FILLER                   PIC X(42)   VALUE SPACES.
002190 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
002200*-----------------------------------------------------------------
002210*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002220*-----------------------------------------------------------------
002230 01  WS-RUNLOG-AREA.
002240     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'CHGAPPR'.
002250     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002260     05  RA-INPUT-NAME            PIC X(20)   VALUE 'APPRTRAN'.
002270     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
002280     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
002290     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
002300     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
002310 LINKAGE SECTION.
002320*-----------------------------------------------------------------
002330*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
002340*    MVS CONVENTION: THE AGE THRESHOLD IN DAYS (E.G. PARM='003'
002350*    TO LIST ANYTHING OUTSTANDING LONGER THAN THREE DAYS).
002360*    OMITTED OR BLANK MEANS 7 DAYS.
002370*-----------------------------------------------------------------
002380 01  LK-PARM.
002390     05  LK-PARM-LENGTH           PIC S9(04) COMP.
002400     05  LK-PARM-DATA             PIC X(08).
002410 PROCEDURE DIVISION USING LK-PARM.
002420*-----------------------------------------------------------------
002430*    0000-MAINLINE
002440*-----------------------------------------------------------------
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE
002470         THRU 1000-INITIALIZE-EXIT.
002480     IF RETURN-CODE NOT = ZERO
002490         GO TO 0000-MAINLINE-EXIT
002500     END-IF.
002510     PERFORM 2000-PROCESS-APPROVALS
002520         THRU 2000-PROCESS-APPROVALS-EXIT.
002530     PERFORM 3000-AGE-PENDING-CHANGES
002540         THRU 3000-AGE-PENDING-CHANGES-EXIT.
002550     PERFORM 9000-TERMINATE
002560         THRU 9000-TERMINATE-EXIT.
002570 0000-MAINLINE-EXIT.
002580     STOP RUN.
002590*-----------------------------------------------------------------
002600*    1000-INITIALIZE - ESTABLISH THE AGE THRESHOLD AND TODAY'S
002610*    DAY NUMBER, OPEN THE PENDING-CHANGE FILE FOR UPDATE AND
002620*    THE APPROVAL TRANSACTIONS, AUDIT TRAIL, AND REPORT. NO
002630*    APPROVAL TRANSACTIONS IS NOT AN ERROR - THE RUN THEN ONLY
002640*    REPORTS THE AGED CHANGES.
002650*-----------------------------------------------------------------
002660 1000-INITIALIZE.
002670     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
002680     IF WS-PARM-LENGTH > 8
002690         MOVE 8 TO WS-PARM-LENGTH
002700     END-IF.
002710     IF WS-PARM-LENGTH > ZERO
002720         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
002730     END-IF.
002740     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
002750         INTO WS-AGE-LIMIT-TEXT
002760             COUNT IN WS-AGE-LIMIT-LENGTH
002770     END-UNSTRING.
002780     IF WS-AGE-LIMIT-LENGTH > 3
002790         DISPLAY "CHGAPPR: AGE PARM LONGER THAN 3 DIGITS - "
002800             WS-PARM-TEXT
002810         MOVE 16 TO RETURN-CODE
002820         GO TO 1000-INITIALIZE-EXIT
002830     END-IF.
002840     IF WS-AGE-LIMIT-LENGTH > ZERO
002850         IF WS-AGE-LIMIT-TEXT(1:WS-AGE-LIMIT-LENGTH) IS NUMERIC
002860             MOVE WS-AGE-LIMIT-TEXT(1:WS-AGE-LIMIT-LENGTH)
002870                 TO WS-AGE-LIMIT-DAYS
002880         ELSE
002890             DISPLAY "CHGAPPR: AGE PARM NOT NUMERIC - "
002900                 WS-AGE-LIMIT-TEXT
002910             MOVE 16 TO RETURN-CODE
002920             GO TO 1000-INITIALIZE-EXIT
002930         END-IF
002940     END-IF.
002950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
002970         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002980     MOVE WS-RUN-DATE-DISPLAY TO WS-WORK-DATE-TEXT.
002990     PERFORM 6000-DATE-TO-DAY-NUMBER
003000         THRU 6000-DATE-TO-DAY-NUMBER-EXIT.
003010     IF WORK-DATE-NOT-VALID
003020         DISPLAY "CHGAPPR: TODAY'S DATE UNUSABLE - RUN"
003030             " ABANDONED"
003040         MOVE 16 TO RETURN-CODE
003050         GO TO 1000-INITIALIZE-EXIT
003060     END-IF.
003070     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
003080     MOVE 'S' TO RA-PHASE.
003090     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003100     OPEN I-O PENDCHG.
003110     IF WS-PENDCHG-STATUS = '35'
003120         DISPLAY "CHGAPPR: NO PENDING-CHANGE FILE YET - LOADING"
003130             " A NEW ONE"
003140         OPEN OUTPUT PENDCHG
003150         IF WS-PENDCHG-STATUS = '00'
003160             CLOSE PENDCHG
003170             OPEN I-O PENDCHG
003180         END-IF
003190     END-IF.
003200     IF WS-PENDCHG-STATUS NOT = '00'
003210         DISPLAY "CHGAPPR: UNABLE TO OPEN THE PENDING-CHANGE FILE"
003220         DISPLAY "CHGAPPR: FILE STATUS = " WS-PENDCHG-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         GO TO 1000-INITIALIZE-EXIT
003250     END-IF.
003260     OPEN INPUT APPRTRAN.
003270     IF WS-APPRTRAN-STATUS NOT = '00'
003280             AND WS-APPRTRAN-STATUS NOT = '05'
003290         DISPLAY "CHGAPPR: UNABLE TO OPEN THE APPROVAL FILE"
003300         DISPLAY "CHGAPPR: FILE STATUS = " WS-APPRTRAN-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         CLOSE PENDCHG
003330         GO TO 1000-INITIALIZE-EXIT
003340     END-IF.
003350     OPEN OUTPUT APPRAUDT.
003360     OPEN OUTPUT PENDRPT.
003370     MOVE WS-AGE-LIMIT-DAYS TO H1-AGE-LIMIT.
003380     MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE.
003390     WRITE PENDRPT-RECORD FROM WS-HEADING-1.
003400     WRITE PENDRPT-RECORD FROM WS-HEADING-2.
003410     WRITE PENDRPT-RECORD FROM WS-BLANK-LINE.
003420 1000-INITIALIZE-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------------
003450*    2000-PROCESS-APPROVALS - MAIN APPROVAL READ LOOP
003460*-----------------------------------------------------------------
003470 2000-PROCESS-APPROVALS.
003480     PERFORM 2010-APPLY-ONE-DECISION
003490         THRU 2010-APPLY-ONE-DECISION-EXIT
003500         UNTIL END-OF-APPRTRAN-FILE.
003510 2000-PROCESS-APPROVALS-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------------
003540*    2010-APPLY-ONE-DECISION - VALIDATE ONE APPROVAL AND RECORD
003550*    THE DECISION ON THE PENDING CHANGE. ONLY A CHANGE STILL
003560*    PENDING CAN BE DECIDED, AND NEVER BY THE ID THAT ENTERED
003570*    IT. EVERY PATH WRITES EXACTLY ONE AUDIT RECORD.
003580*-----------------------------------------------------------------
003590 2010-APPLY-ONE-DECISION.
003600     READ APPRTRAN
003610         AT END
003620             MOVE 'Y' TO WS-APPRTRAN-EOF
003630             GO TO 2010-APPLY-ONE-DECISION-EXIT
003640     END-READ.
003650     ADD 1 TO WS-TRAN-COUNT.
003660     MOVE SPACES TO APPRAUDT-RECORD.
003670     MOVE WS-TRAN-COUNT TO AA-TRAN-NUMBER.
003680     MOVE AP-REF-NUMBER TO AA-REF-NUMBER.
003690     MOVE AP-DECISION TO AA-DECISION.
003700     MOVE AP-APPROVER-ID TO AA-APPROVER-ID.
003710     IF AP-DECISION NOT = 'A' AND AP-DECISION NOT = 'R'
003720         PERFORM 2090-REFUSE-DECISION
003730             THRU 2090-REFUSE-DECISION-EXIT
003740         MOVE 'DECISION NOT A OR R' TO AA-DISPOSITION
003750         GO TO 2010-APPLY-ONE-DECISION-WRITE
003760     END-IF.
003770     IF AP-APPROVER-ID = SPACES
003780         PERFORM 2090-REFUSE-DECISION
003790             THRU 2090-REFUSE-DECISION-EXIT
003800         MOVE 'APPROVER ID MISSING' TO AA-DISPOSITION
003810         GO TO 2010-APPLY-ONE-DECISION-WRITE
003820     END-IF.
003830     IF AP-REF-NUMBER IS NOT NUMERIC
003840             OR AP-REF-NUMBER-NUM = ZERO
003850         PERFORM 2090-REFUSE-DECISION
003860             THRU 2090-REFUSE-DECISION-EXIT
003870         MOVE 'REFERENCE NOT NUMERIC' TO AA-DISPOSITION
003880         GO TO 2010-APPLY-ONE-DECISION-WRITE
003890     END-IF.
003900     MOVE AP-REF-NUMBER-NUM TO PC-REF-NUMBER.
003910     READ PENDCHG
003920         INVALID KEY
003930             PERFORM 2090-REFUSE-DECISION
003940                 THRU 2090-REFUSE-DECISION-EXIT
003950             MOVE 'REFERENCE NOT FOUND' TO AA-DISPOSITION
003960             GO TO 2010-APPLY-ONE-DECISION-WRITE
003970     END-READ.
003980     MOVE PC-PROGRAM-ID TO AA-PROGRAM-ID.
003990     MOVE PC-ENTERED-BY TO AA-ENTERED-BY.
004000     IF PC-STATUS NOT = 'P'
004010         PERFORM 2090-REFUSE-DECISION
004020             THRU 2090-REFUSE-DECISION-EXIT
004030         MOVE 'CHANGE NOT PENDING' TO AA-DISPOSITION
004040         GO TO 2010-APPLY-ONE-DECISION-WRITE
004050     END-IF.
004060     IF AP-APPROVER-ID = PC-ENTERED-BY
004070         PERFORM 2090-REFUSE-DECISION
004080             THRU 2090-REFUSE-DECISION-EXIT
004090         ADD 1 TO WS-SELF-APPROVAL-COUNT
004100         MOVE 'SELF-APPROVAL REFUSED' TO AA-DISPOSITION
004110         DISPLAY "CHGAPPR: REFERENCE " PC-REF-NUMBER
004120             " - " AP-APPROVER-ID " ENTERED THIS CHANGE AND"
004130             " CANNOT DECIDE IT"
004140         GO TO 2010-APPLY-ONE-DECISION-WRITE
004150     END-IF.
004160     MOVE AP-DECISION TO PC-STATUS.
004170     MOVE AP-APPROVER-ID TO PC-DECIDED-BY.
004180     MOVE WS-RUN-DATE-DISPLAY TO PC-DECIDED-DATE.
004190     REWRITE PENDCHG-RECORD
004200         INVALID KEY
004210             PERFORM 2090-REFUSE-DECISION
004220                 THRU 2090-REFUSE-DECISION-EXIT
004230             MOVE 'REWRITE FAILED' TO AA-DISPOSITION
004240             GO TO 2010-APPLY-ONE-DECISION-WRITE
004250     END-REWRITE.
004260     IF WS-PENDCHG-STATUS NOT = '00'
004270         PERFORM 2090-REFUSE-DECISION
004280             THRU 2090-REFUSE-DECISION-EXIT
004290         MOVE 'I-O ERROR ON REWRITE' TO AA-DISPOSITION
004300         DISPLAY "CHGAPPR: FILE STATUS = " WS-PENDCHG-STATUS
004310         MOVE 8 TO RETURN-CODE
004320         GO TO 2010-APPLY-ONE-DECISION-WRITE
004330     END-IF.
004340     IF AP-DECISION = 'A'
004350         ADD 1 TO WS-APPROVED-COUNT
004360         MOVE 'APPROVED' TO AA-DISPOSITION
004370     ELSE
004380         ADD 1 TO WS-REJECTED-COUNT
004390         MOVE 'REJECTED' TO AA-DISPOSITION
004400     END-IF.
004410 2010-APPLY-ONE-DECISION-WRITE.
004420     WRITE APPRAUDT-RECORD.
004430 2010-APPLY-ONE-DECISION-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------------
004460*    2090-REFUSE-DECISION - COMMON REFUSAL BOOKKEEPING. THE
004470*    CALLER SUPPLIES THE DISPOSITION TEXT AFTER THE PERFORM.
004480*-----------------------------------------------------------------
004490 2090-REFUSE-DECISION.
004500     ADD 1 TO WS-REFUSED-COUNT.
004510     DISPLAY "CHGAPPR: REFUSED TRAN " WS-TRAN-COUNT
004520         " REFERENCE " AP-REF-NUMBER " BY " AP-APPROVER-ID.
004530 2090-REFUSE-DECISION-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560*    3000-AGE-PENDING-CHANGES - BROWSE THE PENDING-CHANGE FILE
004570*    AFTER TODAY'S DECISIONS AND LIST THE AGED CHANGES
004580*-----------------------------------------------------------------
004590 3000-AGE-PENDING-CHANGES.
004600     MOVE ZERO TO PC-REF-NUMBER.
004610     START PENDCHG KEY IS GREATER THAN PC-REF-NUMBER
004620         INVALID KEY
004630             MOVE 'Y' TO WS-PENDCHG-EOF
004640     END-START.
004650     PERFORM 3010-AGE-ONE-CHANGE
004660         THRU 3010-AGE-ONE-CHANGE-EXIT
004670         UNTIL END-OF-PENDCHG-FILE.
004680     WRITE PENDRPT-RECORD FROM WS-BLANK-LINE.
004690     MOVE WS-OUTSTANDING-COUNT TO SU-OUTSTANDING.
004700     MOVE WS-AWAIT-APPROVAL-COUNT TO SU-AWAIT-APPROVAL.
004710     MOVE WS-AWAIT-APPLY-COUNT TO SU-AWAIT-APPLY.
004720     MOVE WS-AGED-COUNT TO SU-AGED.
004730     WRITE PENDRPT-RECORD FROM WS-SUMMARY-LINE.
004740 3000-AGE-PENDING-CHANGES-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770*    3010-AGE-ONE-CHANGE - A CHANGE AWAITING APPROVAL (P) OR
004780*    AWAITING THE NEXT MAINTENANCE RUN (A) IS OUTSTANDING, AGED
004790*    FROM ITS ENTRY DATE. ONE OLDER THAN THE THRESHOLD GETS A
004800*    REPORT LINE. AN UNDATEABLE ENTRY AGES AS OVER THRESHOLD.
004810*-----------------------------------------------------------------
004820 3010-AGE-ONE-CHANGE.
004830     READ PENDCHG NEXT RECORD
004840         AT END
004850             MOVE 'Y' TO WS-PENDCHG-EOF
004860             GO TO 3010-AGE-ONE-CHANGE-EXIT
004870     END-READ.
004880     IF WS-PENDCHG-STATUS NOT = '00'
004890         DISPLAY "CHGAPPR: I/O ERROR READING THE PENDING-CHANGE"
004900             " FILE"
004910         DISPLAY "CHGAPPR: FILE STATUS = " WS-PENDCHG-STATUS
004920         MOVE 'Y' TO WS-PENDCHG-EOF
004930         MOVE 8 TO RETURN-CODE
004940         GO TO 3010-AGE-ONE-CHANGE-EXIT
004950     END-IF.
004960     IF PC-STATUS NOT = 'P' AND PC-STATUS NOT = 'A'
004970         GO TO 3010-AGE-ONE-CHANGE-EXIT
004980     END-IF.
004990     ADD 1 TO WS-OUTSTANDING-COUNT.
005000     MOVE SPACES TO WS-AGE-LINE.
005010     IF PC-STATUS = 'P'
005020         ADD 1 TO WS-AWAIT-APPROVAL-COUNT
005030         MOVE 'AWAITING APPROVAL' TO AG-STATUS-TEXT
005040     ELSE
005050         ADD 1 TO WS-AWAIT-APPLY-COUNT
005060         MOVE 'AWAITING APPLY' TO AG-STATUS-TEXT
005070     END-IF.
005080     MOVE PC-ENTERED-DATE TO WS-WORK-DATE-TEXT.
005090     PERFORM 6000-DATE-TO-DAY-NUMBER
005100         THRU 6000-DATE-TO-DAY-NUMBER-EXIT.
005110     IF WORK-DATE-VALID
005120         SUBTRACT WS-DAY-NUMBER FROM WS-TODAY-DAY-NUMBER
005130             GIVING WS-AGE-DAYS
005140         IF WS-AGE-DAYS < ZERO
005150             MOVE ZERO TO WS-AGE-DAYS
005160         END-IF
005170     ELSE
005180         MOVE 99999 TO WS-AGE-DAYS
005190     END-IF.
005200     IF WS-AGE-DAYS NOT > WS-AGE-LIMIT-DAYS
005210         GO TO 3010-AGE-ONE-CHANGE-EXIT
005220     END-IF.
005230     ADD 1 TO WS-AGED-COUNT.
005240     MOVE PC-REF-NUMBER TO AG-REF-NUMBER.
005250     MOVE PC-PROGRAM-ID TO AG-PROGRAM-ID.
005260     MOVE PC-ENTERED-BY TO AG-ENTERED-BY.
005270     MOVE PC-ENTERED-DATE TO AG-ENTERED-DATE.
005280     MOVE WS-AGE-DAYS TO AG-AGE-DAYS.
005290     MOVE PC-TRAN-IMAGE TO AG-TRAN-IMAGE.
005300     WRITE PENDRPT-RECORD FROM WS-AGE-LINE.
005310 3010-AGE-ONE-CHANGE-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340*    6000-DATE-TO-DAY-NUMBER - TURN THE YYYY-MM-DD DATE IN
005350*    WS-WORK-DATE INTO A MONOTONIC DAY NUMBER. THE SHIFTED-
005360*    MONTH FORMULA (JANUARY AND FEBRUARY COUNT AS MONTHS 13
005370*    AND 14 OF THE PRIOR YEAR) ORDERS AND DIFFERENCES DATES
005380*    CORRECTLY ACROSS MONTH, YEAR, AND LEAP-YEAR ENDS.
005390*-----------------------------------------------------------------
005400 6000-DATE-TO-DAY-NUMBER.
005410     SET WORK-DATE-NOT-VALID TO TRUE.
005420     MOVE ZERO TO WS-DAY-NUMBER.
005430     IF WS-WORK-YYYY IS NOT NUMERIC
005440             OR WS-WORK-MM IS NOT NUMERIC
005450             OR WS-WORK-DD IS NOT NUMERIC
005460         GO TO 6000-DATE-TO-DAY-NUMBER-EXIT
005470     END-IF.
005480     MOVE WS-WORK-YYYY TO WS-CALC-YYYY.
005490     MOVE WS-WORK-MM TO WS-CALC-MM.
005500     MOVE WS-WORK-DD TO WS-CALC-DD.
005510     IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
005520             OR WS-CALC-DD < 1 OR WS-CALC-DD > 31
005530         GO TO 6000-DATE-TO-DAY-NUMBER-EXIT
005540     END-IF.
005550     IF WS-CALC-MM < 3
005560         SUBTRACT 1 FROM WS-CALC-YYYY
005570         ADD 12 TO WS-CALC-MM
005580     END-IF.
005590     COMPUTE WS-CALC-TERM-1 = WS-CALC-YYYY * 365.
005600     COMPUTE WS-CALC-TERM-2 = WS-CALC-YYYY / 4.
005610     COMPUTE WS-CALC-TERM-3 = WS-CALC-YYYY / 100.
005620     COMPUTE WS-CALC-TERM-4 = WS-CALC-YYYY / 400.
005630     COMPUTE WS-CALC-TERM-5 = (153 * (WS-CALC-MM + 1)) / 5.
005640     COMPUTE WS-DAY-NUMBER = WS-CALC-TERM-1 + WS-CALC-TERM-2
005650         - WS-CALC-TERM-3 + WS-CALC-TERM-4 + WS-CALC-TERM-5
005660         + WS-CALC-DD.
005670     SET WORK-DATE-VALID TO TRUE.
005680 6000-DATE-TO-DAY-NUMBER-EXIT.
005690     EXIT.
005700*-----------------------------------------------------------------
005710*    9000-TERMINATE - SET THE RETURN CODE, CLOSE FILES, AND LOG
005720*    THE RUN
005730*-----------------------------------------------------------------
005740 9000-TERMINATE.
005750     CLOSE PENDCHG.
005760     CLOSE APPRTRAN.
005770     CLOSE APPRAUDT.
005780     CLOSE PENDRPT.
005790     DISPLAY "CHGAPPR: APPROVAL TRANSACTIONS: " WS-TRAN-COUNT.
005800     DISPLAY "CHGAPPR: CHANGES APPROVED:      " WS-APPROVED-COUNT.
005810     DISPLAY "CHGAPPR: CHANGES REJECTED:      " WS-REJECTED-COUNT.
005820     DISPLAY "CHGAPPR: DECISIONS REFUSED:     " WS-REFUSED-COUNT.
005830     DISPLAY "CHGAPPR: SELF-APPROVALS:        "
005840         WS-SELF-APPROVAL-COUNT.
005850     DISPLAY "CHGAPPR: CHANGES OUTSTANDING:   "
005860         WS-OUTSTANDING-COUNT.
005870     DISPLAY "CHGAPPR: OVER THRESHOLD:        " WS-AGED-COUNT.
005880     IF WS-SELF-APPROVAL-COUNT > ZERO
005890         IF RETURN-CODE < 8
005900             MOVE 8 TO RETURN-CODE
005910         END-IF
005920     ELSE
005930         IF (WS-REFUSED-COUNT > ZERO OR WS-AGED-COUNT > ZERO)
005940                 AND RETURN-CODE = ZERO
005950             MOVE 4 TO RETURN-CODE
005960         END-IF
005970     END-IF.
005980     MOVE 'E' TO RA-PHASE.
005990     MOVE WS-TRAN-COUNT TO RA-RECORDS-READ.
006000     MOVE WS-REFUSED-COUNT TO RA-RECORDS-REJECTED.
006010     MOVE WS-AGED-COUNT TO RA-FINAL-TOTAL.
006020     MOVE RETURN-CODE TO RA-RETURN-CODE.
006030     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
006040 9000-TERMINATE-EXIT.
006050     EXIT.
