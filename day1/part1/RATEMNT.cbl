000290*                      RATE CHANGE HOLDS NO SURPRISES. RC 4
000300*                      MEANS AT LEAST ONE TRANSACTION WAS
000310*                      REJECTED.
000320*    2026-10-15  JH    DUAL CONTROL, AS IN MASSMNT. TRANSACTIONS
000330*                      NOW CARRY THE ENTRY ID AND ARE QUEUED ON
000340*                      THE SHARED PENDING-CHANGE KSDS UNDER A
000350*                      REFERENCE NUMBER. ONLY CHANGES A SECOND
000360*                      PERSON HAS APPROVED THROUGH CHGAPPR ARE
000370*                      APPLIED, AT THE START OF THE NEXT RUN, WHEN
000380*                      THEIR PREVIEW LINES ARE WRITTEN. AUDIT
000390*                      RECORDS CARRY THE REFERENCE AND THE ENTRY
000400*                      AND APPROVAL IDS.
000410*    2026-10-15  JH    CLOSED-PERIOD GUARD - AN APPROVED CHANGE
000420*                      WHOSE EFFECTIVE DATE FALLS IN AN ACCOUNTING
000430*                      PERIOD PRDCLOSE HAS CLOSED IS REJECTED WHEN
000440*                      APPLIED ('PERIOD CLOSED', MARKED FAILED)
000450*                      UNLESS PRDOPEN HAS LOGGED A REOPEN, AND THE
000460*                      RUN ENDS RC 12. A BLANK EFFECTIVE DATE IS
000470*                      NOT DATED IN ANY PERIOD. AN UNREADABLE
000480*                      PERIOD-CONTROL FILE REJECTS DATED CHANGES
000490*                      AND ENDS RC 16.
000500*    2026-10-15  JH    AN APPROVED CHANGE REFUSED ONLY BECAUSE ITS
000510*                      PERIOD IS CLOSED OR THE PERIOD CONTROL IS
000520*                      UNREADABLE IS LEFT APPROVED (A), NOT
000530*                      MARKED FAILED, SO IT APPLIES ON THE FIRST
000540*                      RUN AFTER PRDOPEN REOPENS THE PERIOD.
000550*-----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT OPTIONAL DESTRATE ASSIGN TO 'DESTRATE.DAT'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DESTRATE-STATUS.
000620     SELECT RATETRAN ASSIGN TO 'RATETRAN.DAT'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RATETRAN-STATUS.
000650     SELECT RATEAUDT ASSIGN TO 'RATEAUDT.DAT'
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT RATEPREV ASSIGN TO 'RATEPREV.DAT'
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT PENDCHG ASSIGN TO PENDCHGD
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS PC-REF-NUMBER
000730         FILE STATUS IS WS-PENDCHG-STATUS.
000740     SELECT MASS ASSIGN TO MASSDD
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS MASS-MODULE-ID
000780         FILE STATUS IS WS-MASS-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810*-----------------------------------------------------------------
000820*    DESTRATE.DAT - EFFECTIVE-DATED DESTINATION BURN-RATE
000830*    PROFILES, AS READ BY MASSCALC. SEVERAL RECORDS MAY EXIST
000840*    PER DESTINATION - THE ONE WITH THE LATEST EFFECTIVE DATE
000850*    NOT AFTER THE RUN DATE IS THE RATE IN EFFECT.
000860*-----------------------------------------------------------------
000870 FD  DESTRATE.
000880 01  DESTRATE-RECORD.
000890     05  DR-DEST-CODE             PIC X(08).
000900     05  DR-SPACER-1              PIC X(01).
000910     05  DR-EFF-DATE              PIC X(10).
000920     05  DR-SPACER-2              PIC X(01).
000930     05  DR-DIVISOR               PIC 9(02).
000940     05  DR-SPACER-3              PIC X(01).
000950     05  DR-SUBTRAHEND            PIC 9(04).
000960*-----------------------------------------------------------------
000970*    RATETRAN.DAT - RATE MAINTENANCE TRANSACTIONS FROM MISSION
000980*    PLANNING. ACTION IS A (ADD), C (CHANGE), OR D (DELETE),
000990*    KEYED BY DESTINATION AND EFFECTIVE DATE. THE DIVISOR AND
001000*    SUBTRAHEND ARE IGNORED ON A DELETE. THE ENTRY ID IS THE
001010*    USER ID OF THE PERSON WHO KEYED THE TRANSACTION - THE
001020*    APPROVER MUST BE SOMEONE ELSE.
001030*-----------------------------------------------------------------
001040 FD  RATETRAN.
001050 01  RATETRAN-RECORD.
001060     05  RT-ACTION                PIC X(01).
001070     05  RT-SPACER-1              PIC X(01).
001080     05  RT-DEST-CODE             PIC X(08).
001090     05  RT-SPACER-2              PIC X(01).
001100     05  RT-EFF-DATE              PIC X(10).
001110     05  RT-SPACER-3              PIC X(01).
001120     05  RT-DIVISOR               PIC X(02).
001130     05  RT-SPACER-4              PIC X(01).
001140     05  RT-SUBTRAHEND            PIC X(04).
001150     05  RT-SPACER-5              PIC X(01).
001160     05  RT-ENTERED-BY            PIC X(08).
001170*-----------------------------------------------------------------
001180*    RATEAUDT.DAT - BEFORE/AFTER AUDIT TRAIL, ONE RECORD PER
001190*    TRANSACTION QUEUED, APPLIED, OR REJECTED. THE REFERENCE
001200*    NUMBER IS THE PENDING-CHANGE KEY (ZERO WHEN NONE WAS
001210*    ISSUED).
001220*-----------------------------------------------------------------
001230 FD  RATEAUDT.
001240 01  RATEAUDT-RECORD.
001250     05  AU-TRAN-NUMBER           PIC 9(06).
001260     05  AU-SPACER-1              PIC X(01).
001270     05  AU-ACTION                PIC X(01).
001280     05  AU-SPACER-2              PIC X(01).
001290     05  AU-DEST-CODE             PIC X(08).
001300     05  AU-SPACER-3              PIC X(01).
001310     05  AU-EFF-DATE              PIC X(10).
001320     05  AU-SPACER-4              PIC X(01).
001330     05  AU-BEFORE-RATES          PIC X(07).
001340     05  AU-SPACER-5              PIC X(01).
001350     05  AU-AFTER-RATES           PIC X(07).
001360     05  AU-SPACER-6              PIC X(01).
001370     05  AU-DISPOSITION           PIC X(22).
001380     05  AU-SPACER-7              PIC X(01).
001390     05  AU-REF-NUMBER            PIC 9(06).
001400     05  AU-SPACER-8              PIC X(01).
001410     05  AU-ENTERED-BY            PIC X(08).
001420     05  AU-SPACER-9              PIC X(01).
001430     05  AU-APPROVED-BY           PIC X(08).
001440*-----------------------------------------------------------------
001450*    RATEPREV.DAT - FUEL-TOTAL IMPACT PREVIEW, ONE LINE PER
001460*    APPLIED ADD OR CHANGE: THE TOTAL SIMPLE FUEL OVER THE MASS
001470*    FILE UNDER THE RATE PREVIOUSLY IN EFFECT FOR THE
001480*    TRANSACTION'S EFFECTIVE DATE, UNDER THE NEW RATE, AND THE
001490*    DELTA
001500*-----------------------------------------------------------------
001510 FD  RATEPREV.
001520 01  RATEPREV-RECORD.
001530     05  PV-DEST-CODE             PIC X(08).
001540     05  PV-SPACER-1              PIC X(01).
001550     05  PV-EFF-DATE              PIC X(10).
001560     05  PV-SPACER-2              PIC X(01).
001570     05  PV-OLD-RATES             PIC X(07).
001580     05  PV-SPACER-3              PIC X(01).
001590     05  PV-NEW-RATES             PIC X(07).
001600     05  PV-SPACER-4              PIC X(01).
001610     05  PV-OLD-TOTAL             PIC -9(12).
001620     05  PV-SPACER-5              PIC X(01).
001630     05  PV-NEW-TOTAL             PIC -9(12).
001640     05  PV-SPACER-6              PIC X(01).
001650     05  PV-DELTA                 PIC -9(12).
001660*-----------------------------------------------------------------
001670*    PENDCHGD - PENDING-CHANGE KSDS, KEYED ON THE REFERENCE
001680*    NUMBER, SHARED WITH MASSMNT AND MODMMNT. STATUS IS P
001690*    (PENDING), A (APPROVED), R (REJECTED), X (APPLIED), OR F
001700*    (APPROVED BUT REJECTED WHEN APPLIED). THE TRANSACTION IMAGE
001710*    IS THE RECORD AS KEYED. REFERENCE ZERO IS THE CONTROL
001720*    RECORD CARRYING THE LAST REFERENCE NUMBER ISSUED.
001730*-----------------------------------------------------------------
001740 FD  PENDCHG.
001750 01  PENDCHG-RECORD.
001760     05  PC-REF-NUMBER            PIC 9(06).
001770     05  PC-SPACER-1              PIC X(01).
001780     05  PC-PROGRAM-ID            PIC X(08).
001790     05  PC-SPACER-2              PIC X(01).
001800     05  PC-STATUS                PIC X(01).
001810     05  PC-SPACER-3              PIC X(01).
001820     05  PC-ENTERED-BY            PIC X(08).
001830     05  PC-SPACER-4              PIC X(01).
001840     05  PC-ENTERED-DATE          PIC X(10).
001850     05  PC-SPACER-5              PIC X(01).
001860     05  PC-DECIDED-BY            PIC X(08).
001870     05  PC-SPACER-6              PIC X(01).
001880     05  PC-DECIDED-DATE          PIC X(10).
001890     05  PC-SPACER-7              PIC X(01).
001900     05  PC-APPLIED-DATE          PIC X(10).
001910     05  PC-SPACER-8              PIC X(01).
001920     05  PC-TRAN-IMAGE            PIC X(80).
001930 01  PENDCHG-CONTROL-RECORD.
001940     05  PK-REF-NUMBER            PIC 9(06).
001950     05  PK-SPACER-1              PIC X(01).
001960     05  PK-LAST-REF-NUMBER       PIC 9(06).
001970     05  FILLER                   PIC X(136).
001980 FD  MASS.
001990 01  MASS-FILE.
002000     05  MASS-MODULE-ID          PIC X(05).
002010     05  MASS-NUMBER             PIC 9(10).
002020 WORKING-STORAGE SECTION.
002030*-----------------------------------------------------------------
002040*    SWITCHES AND COUNTERS
002050*-----------------------------------------------------------------
002060 01  WS-DESTRATE-EOF              PIC X(01)   VALUE 'N'.
002070     88  END-OF-DESTRATE-FILE                 VALUE 'Y'.
002080 01  WS-RATETRAN-EOF              PIC X(01)   VALUE 'N'.
002090     88  END-OF-RATETRAN-FILE                 VALUE 'Y'.
002100 01  WS-MASS-EOF                  PIC X(01)   VALUE 'N'.
002110     88  END-OF-MASS-FILE                     VALUE 'Y'.
002120 01  WS-DESTRATE-STATUS           PIC X(02)   VALUE '00'.
002130 01  WS-RATETRAN-STATUS           PIC X(02)   VALUE '00'.
002140 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
002150 01  WS-PENDCHG-EOF               PIC X(01)   VALUE 'N'.
002160     88  END-OF-PENDCHG-FILE                  VALUE 'Y'.
002170 01  WS-PENDCHG-STATUS            PIC X(02)   VALUE '00'.
002180 01  WS-TRAN-COUNT                PIC 9(06)   VALUE ZERO.
002190 01  WS-APPLIED-COUNT             PIC 9(06)   VALUE ZERO.
002200 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
002210 01  WS-QUEUED-COUNT              PIC 9(06)   VALUE ZERO.
002220 01  WS-APPROVED-COUNT            PIC 9(06)   VALUE ZERO.
002230 01  WS-PERIOD-CLOSED-COUNT       PIC 9(06)   VALUE ZERO.
002240 01  WS-PERIOD-UNREAD-COUNT       PIC 9(06)   VALUE ZERO.
002250 01  WS-APPLIED-BEFORE            PIC 9(06)   VALUE ZERO.
002260 01  WS-RATE-VALID-SW             PIC X(01)   VALUE 'Y'.
002270     88  RATE-VALUES-VALID                    VALUE 'Y'.
002280     88  RATE-VALUES-NOT-VALID                VALUE 'N'.
002290 01  WS-DATE-VALID-SW             PIC X(01)   VALUE 'Y'.
002300     88  EFF-DATE-VALID                       VALUE 'Y'.
002310     88  EFF-DATE-NOT-VALID                   VALUE 'N'.
002320 01  WS-PERIOD-HELD-SW            PIC X(01)   VALUE 'N'.
002330     88  PERIOD-HELD-CHANGE                   VALUE 'Y'.
002340*-----------------------------------------------------------------
002350*    IN-CORE COPY OF THE RATES FILE. DELETED ENTRIES ARE ONLY
002360*    MARKED - THE REWRITE AT END OF RUN DROPS THEM.
002370*-----------------------------------------------------------------
002380 01  WS-RATE-MAX                  PIC 9(04)   COMP VALUE 100.
002390 01  WS-RATE-COUNT                PIC 9(04)   COMP VALUE ZERO.
002400 01  WS-RATE-SUB                  PIC 9(04)   COMP VALUE ZERO.
002410 01  WS-RATE-SCAN                 PIC 9(04)   COMP VALUE ZERO.
002420 01  WS-RATE-FOUND-SUB            PIC 9(04)   COMP VALUE ZERO.
002430 01  WS-RATE-TABLE.
002440     05  WS-RATE-ENTRY OCCURS 100 TIMES.
002450         10  RE-DEST-CODE        PIC X(08).
002460         10  RE-EFF-DATE         PIC X(10).
002470         10  RE-DIVISOR          PIC 9(02).
002480         10  RE-SUBTRAHEND       PIC 9(04).
002490         10  RE-DELETED-SW       PIC X(01).
002500*-----------------------------------------------------------------
002510*    TRANSACTION WORK AREAS - THE RAW DIVISOR AND SUBTRAHEND
002520*    TEXT IS REDEFINED SO IT CAN BE VALIDATED BEFORE USE, AND
002530*    THE EFFECTIVE DATE IS SPLIT FOR ITS OWN VALIDATION
002540*-----------------------------------------------------------------
002550 01  WS-NEW-DIVISOR-TEXT          PIC X(02).
002560 01  WS-NEW-DIVISOR REDEFINES WS-NEW-DIVISOR-TEXT
002570                                  PIC 9(02).
002580 01  WS-NEW-SUBTRAHEND-TEXT       PIC X(04).
002590 01  WS-NEW-SUBTRAHEND REDEFINES WS-NEW-SUBTRAHEND-TEXT
002600                                  PIC 9(04).
002610 01  WS-EFF-DATE-SPLIT.
002620     05  WS-EFF-YYYY              PIC X(04).
002630     05  WS-EFF-SEP-1             PIC X(01).
002640     05  WS-EFF-MM                PIC X(02).
002650     05  WS-EFF-SEP-2             PIC X(01).
002660     05  WS-EFF-DD                PIC X(02).
002670*-----------------------------------------------------------------
002680*    RATE IMAGES FOR THE AUDIT TRAIL AND PREVIEW REPORT
002690*-----------------------------------------------------------------
002700 01  WS-RATE-IMAGE.
002710     05  RI-DIVISOR               PIC 9(02).
002720     05  FILLER                   PIC X(01)   VALUE SPACE.
002730     05  RI-SUBTRAHEND            PIC 9(04).
002740*-----------------------------------------------------------------
002750*    RATE-IN-EFFECT LOOKUP AREAS AND THE PREVIEW ACCUMULATORS
002760*-----------------------------------------------------------------
002770 01  WS-LOOKUP-DEST               PIC X(08)   VALUE SPACES.
002780 01  WS-LOOKUP-DATE               PIC X(10)   VALUE SPACES.
002790 01  WS-EFFECT-DIVISOR            PIC 9(02)   VALUE 3.
002800 01  WS-EFFECT-SUBTRAHEND         PIC 9(04)   VALUE 2.
002810 01  WS-EFFECT-FOUND-SW           PIC X(01)   VALUE 'N'.
002820     88  EFFECTIVE-RATE-FOUND                 VALUE 'Y'.
002830 01  WS-BEST-EFF-DATE             PIC X(10)   VALUE LOW-VALUES.
002840 01  WS-ENTRY-EFF-DATE            PIC X(10)   VALUE SPACES.
002850 01  WS-OLD-DIVISOR               PIC 9(02)   VALUE ZERO.
002860 01  WS-OLD-SUBTRAHEND            PIC 9(04)   VALUE ZERO.
002870 01  WS-FUEL-INCREMENT            PIC S9(10)  VALUE ZERO.
002880 01  WS-OLD-FUEL-TOTAL            PIC S9(12)  VALUE ZERO.
002890 01  WS-NEW-FUEL-TOTAL            PIC S9(12)  VALUE ZERO.
002900 01  WS-FUEL-DELTA                PIC S9(12)  VALUE ZERO.
002910 01  WS-PREVIEW-SW                PIC X(01)   VALUE 'Y'.
002920     88  PREVIEW-AVAILABLE                    VALUE 'Y'.
002930     88  PREVIEW-NOT-AVAILABLE                VALUE 'N'.
002940*-----------------------------------------------------------------
002950*    PENDING-CHANGE IDENTIFICATION CARRIED ONTO THE AUDIT TRAIL
002960*-----------------------------------------------------------------
002970 01  WS-PEND-REF-NUMBER           PIC 9(06)   VALUE ZERO.
002980 01  WS-PEND-ENTERED-BY           PIC X(08)   VALUE SPACES.
002990 01  WS-PEND-APPROVED-BY          PIC X(08)   VALUE SPACES.
003000*-----------------------------------------------------------------
003010*    RUN IDENTIFICATION
003020*-----------------------------------------------------------------
003030 01  WS-RUN-DATE.
003040     05  WS-RUN-YYYY              PIC 9(04).
003050     05  WS-RUN-MM                PIC 9(02).
003060     05  WS-RUN-DD                PIC 9(02).
003070 01  WS-RUN-DATE-DISPLAY          PIC X(10).
003080*-----------------------------------------------------------------
003090*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
003100*-----------------------------------------------------------------
003110 01  WS-RUNLOG-AREA.
003120     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'RATEMNT'.
003130     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
003140     05  RA-INPUT-NAME            PIC X(20)   VALUE 'RATETRAN'.
003150     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
003160     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
003170     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
003180     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
003190*-----------------------------------------------------------------
003200*    PERIOD-CONTROL LOOKUP AREA FOR THE SHARED PRDLOOK ROUTINE.
003210*    THE CALL RESETS RETURN-CODE, SO THE RUN'S IS HELD ACROSS IT.
003220*-----------------------------------------------------------------
003230 01  WS-PRDLOOK-AREA.
003240     05  PR-POST-DATE             PIC X(10).
003250     05  PR-PERIOD                PIC X(07).
003260     05  PR-STATUS                PIC X(01).
003270     05  PR-CLOSE-NUMBER          PIC 9(02).
003280     05  PR-CHANGED-BY            PIC X(08).
003290     05  PR-CHANGED-DATE          PIC X(10).
003300 01  WS-HOLD-RETURN-CODE          PIC S9(04)  COMP VALUE ZERO.
003310 PROCEDURE DIVISION.
003320*-----------------------------------------------------------------
003330*    0000-MAINLINE
003340*-----------------------------------------------------------------
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE
003370         THRU 1000-INITIALIZE-EXIT.
003380     IF RETURN-CODE NOT = ZERO
003390         GO TO 0000-MAINLINE-EXIT
003400     END-IF.
003410     PERFORM 2000-APPLY-APPROVED-CHANGES
003420         THRU 2000-APPLY-APPROVED-CHANGES-EXIT.
003430     PERFORM 4000-QUEUE-TRANSACTIONS
003440         THRU 4000-QUEUE-TRANSACTIONS-EXIT.
003450     PERFORM 9000-TERMINATE
003460         THRU 9000-TERMINATE-EXIT.
003470 0000-MAINLINE-EXIT.
003480     STOP RUN.
003490*-----------------------------------------------------------------
003500*    1000-INITIALIZE - LOAD THE RATES FILE INTO THE TABLE AND
003510*    OPEN THE PENDING-CHANGE FILE (LOADING A NEW ONE THE FIRST
003520*    TIME) AND THE TRANSACTION, AUDIT, AND PREVIEW FILES. A
003530*    MISSING RATES FILE STARTS AN EMPTY TABLE - THE FIRST RUN
003540*    OF THIS PROGRAM MAY WELL BE THE ONE THAT LOADS IT.
003550*-----------------------------------------------------------------
003560 1000-INITIALIZE.
003570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003580     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
003590         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003600     MOVE 'S' TO RA-PHASE.
003610     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003620     OPEN INPUT DESTRATE.
003630     IF WS-DESTRATE-STATUS = '00'
003640         PERFORM 1100-LOAD-RATE-TABLE
003650             THRU 1100-LOAD-RATE-TABLE-EXIT
003660         CLOSE DESTRATE
003670     ELSE
003680         IF WS-DESTRATE-STATUS = '05'
003690                 OR WS-DESTRATE-STATUS = '35'
003700             DISPLAY "RATEMNT: NO RATES FILE YET - STARTING"
003710                 " EMPTY"
003720             CLOSE DESTRATE
003730         ELSE
003740             DISPLAY "RATEMNT: UNABLE TO OPEN THE RATES FILE"
003750             DISPLAY "RATEMNT: FILE STATUS = "
003760                 WS-DESTRATE-STATUS
003770             MOVE 16 TO RETURN-CODE
003780             GO TO 1000-INITIALIZE-EXIT
003790         END-IF
003800     END-IF.
003810     OPEN I-O PENDCHG.
003820     IF WS-PENDCHG-STATUS = '35'
003830         DISPLAY "RATEMNT: NO PENDING-CHANGE FILE YET - LOADING A"
003840             " NEW ONE"
003850         OPEN OUTPUT PENDCHG
003860         IF WS-PENDCHG-STATUS = '00'
003870             CLOSE PENDCHG
003880             OPEN I-O PENDCHG
003890         END-IF
003900     END-IF.
003910     IF WS-PENDCHG-STATUS NOT = '00'
003920         DISPLAY "RATEMNT: UNABLE TO OPEN THE PENDING-CHANGE FILE"
003930         DISPLAY "RATEMNT: FILE STATUS = " WS-PENDCHG-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 1000-INITIALIZE-EXIT
003960     END-IF.
003970     OPEN INPUT RATETRAN.
003980     IF WS-RATETRAN-STATUS NOT = '00'
003990         DISPLAY "RATEMNT: UNABLE TO OPEN THE TRANSACTION FILE"
004000         DISPLAY "RATEMNT: FILE STATUS = " WS-RATETRAN-STATUS
004010         MOVE 16 TO RETURN-CODE
004020         CLOSE PENDCHG
004030         GO TO 1000-INITIALIZE-EXIT
004040     END-IF.
004050     OPEN OUTPUT RATEAUDT.
004060     OPEN OUTPUT RATEPREV.
004070 1000-INITIALIZE-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100*    1100-LOAD-RATE-TABLE - READ THE RATES FILE INTO THE TABLE
004110*-----------------------------------------------------------------
004120 1100-LOAD-RATE-TABLE.
004130     PERFORM 1110-READ-ONE-RATE
004140         THRU 1110-READ-ONE-RATE-EXIT
004150         UNTIL END-OF-DESTRATE-FILE.
004160     DISPLAY "RATEMNT: RATE RECORDS ON FILE: " WS-RATE-COUNT.
004170 1100-LOAD-RATE-TABLE-EXIT.
004180     EXIT.
004190*-----------------------------------------------------------------
004200*    1110-READ-ONE-RATE - LOAD ONE RATES RECORD, REJECTING
004210*    OVERFLOW PAST THE TABLE LIMIT
004220*-----------------------------------------------------------------
004230 1110-READ-ONE-RATE.
004240     READ DESTRATE
004250         AT END
004260             MOVE 'Y' TO WS-DESTRATE-EOF
004270             GO TO 1110-READ-ONE-RATE-EXIT
004280     END-READ.
004290     IF WS-RATE-COUNT NOT < WS-RATE-MAX
004300         DISPLAY "RATEMNT: MORE THAN " WS-RATE-MAX
004310             " RATE RECORDS - " DR-DEST-CODE " DROPPED"
004320         MOVE 8 TO RETURN-CODE
004330         GO TO 1110-READ-ONE-RATE-EXIT
004340     END-IF.
004350     ADD 1 TO WS-RATE-COUNT.
004360     MOVE DR-DEST-CODE TO RE-DEST-CODE (WS-RATE-COUNT).
004370     MOVE DR-EFF-DATE TO RE-EFF-DATE (WS-RATE-COUNT).
004380     IF DR-DIVISOR IS NUMERIC
004390         MOVE DR-DIVISOR TO RE-DIVISOR (WS-RATE-COUNT)
004400     ELSE
004410         MOVE ZERO TO RE-DIVISOR (WS-RATE-COUNT)
004420     END-IF.
004430     IF DR-SUBTRAHEND IS NUMERIC
004440         MOVE DR-SUBTRAHEND TO RE-SUBTRAHEND (WS-RATE-COUNT)
004450     ELSE
004460         MOVE ZERO TO RE-SUBTRAHEND (WS-RATE-COUNT)
004470     END-IF.
004480     MOVE 'N' TO RE-DELETED-SW (WS-RATE-COUNT).
004490 1110-READ-ONE-RATE-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520*    2000-APPLY-APPROVED-CHANGES - BROWSE THE PENDING-CHANGE
004530*    FILE AND APPLY EVERY RATE CHANGE A SECOND PERSON HAS
004540*    APPROVED, IN REFERENCE ORDER
004550*-----------------------------------------------------------------
004560 2000-APPLY-APPROVED-CHANGES.
004570     MOVE ZERO TO PC-REF-NUMBER.
004580     START PENDCHG KEY IS GREATER THAN PC-REF-NUMBER
004590         INVALID KEY
004600             MOVE 'Y' TO WS-PENDCHG-EOF
004610     END-START.
004620     PERFORM 2020-APPLY-ONE-APPROVED
004630         THRU 2020-APPLY-ONE-APPROVED-EXIT
004640         UNTIL END-OF-PENDCHG-FILE.
004650     MOVE ZERO TO WS-PEND-REF-NUMBER.
004660     MOVE SPACES TO WS-PEND-ENTERED-BY.
004670     MOVE SPACES TO WS-PEND-APPROVED-BY.
004680 2000-APPLY-APPROVED-CHANGES-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------------
004710*    2010-APPLY-TRANSACTION - VALIDATE AND ROUTE ONE
004720*    TRANSACTION. EVERY PATH OUT OF HERE WRITES EXACTLY ONE
004730*    AUDIT RECORD.
004740*-----------------------------------------------------------------
004750 2010-APPLY-TRANSACTION.
004760     ADD 1 TO WS-TRAN-COUNT.
004770     MOVE SPACES TO RATEAUDT-RECORD.
004780     MOVE WS-TRAN-COUNT TO AU-TRAN-NUMBER.
004790     MOVE RT-ACTION TO AU-ACTION.
004800     MOVE RT-DEST-CODE TO AU-DEST-CODE.
004810     MOVE RT-EFF-DATE TO AU-EFF-DATE.
004820     MOVE WS-PEND-REF-NUMBER TO AU-REF-NUMBER.
004830     MOVE WS-PEND-ENTERED-BY TO AU-ENTERED-BY.
004840     MOVE WS-PEND-APPROVED-BY TO AU-APPROVED-BY.
004850     MOVE RT-DIVISOR TO WS-NEW-DIVISOR-TEXT.
004860     MOVE RT-SUBTRAHEND TO WS-NEW-SUBTRAHEND-TEXT.
004870     IF RT-DEST-CODE = SPACES
004880         PERFORM 2090-REJECT-TRANSACTION
004890             THRU 2090-REJECT-TRANSACTION-EXIT
004900         MOVE 'DESTINATION MISSING' TO AU-DISPOSITION
004910         GO TO 2010-APPLY-TRANSACTION-WRITE
004920     END-IF.
004930     IF RT-DEST-CODE = 'EARTH'
004940         PERFORM 2090-REJECT-TRANSACTION
004950             THRU 2090-REJECT-TRANSACTION-EXIT
004960         MOVE 'EARTH IS THE STANDARD' TO AU-DISPOSITION
004970         GO TO 2010-APPLY-TRANSACTION-WRITE
004980     END-IF.
004990     PERFORM 2055-VALIDATE-EFF-DATE
005000         THRU 2055-VALIDATE-EFF-DATE-EXIT.
005010     IF EFF-DATE-NOT-VALID
005020         PERFORM 2090-REJECT-TRANSACTION
005030             THRU 2090-REJECT-TRANSACTION-EXIT
005040         MOVE 'INVALID EFFECTIVE DATE' TO AU-DISPOSITION
005050         GO TO 2010-APPLY-TRANSACTION-WRITE
005060     END-IF.
005070     PERFORM 2060-CHECK-PERIOD-OPEN
005080         THRU 2060-CHECK-PERIOD-OPEN-EXIT.
005090     IF PR-STATUS = 'C'
005100         PERFORM 2090-REJECT-TRANSACTION
005110             THRU 2090-REJECT-TRANSACTION-EXIT
005120         MOVE 'PERIOD CLOSED' TO AU-DISPOSITION
005130         GO TO 2010-APPLY-TRANSACTION-WRITE
005140     END-IF.
005150     IF PR-STATUS = 'U'
005160         PERFORM 2090-REJECT-TRANSACTION
005170             THRU 2090-REJECT-TRANSACTION-EXIT
005180         MOVE 'PERIOD CTL UNREADABLE' TO AU-DISPOSITION
005190         GO TO 2010-APPLY-TRANSACTION-WRITE
005200     END-IF.
005210     PERFORM 2070-FIND-RATE-ENTRY
005220         THRU 2070-FIND-RATE-ENTRY-EXIT.
005230     EVALUATE RT-ACTION
005240         WHEN 'A'
005250             PERFORM 2100-ADD-RATE
005260                 THRU 2100-ADD-RATE-EXIT
005270         WHEN 'C'
005280             PERFORM 2200-CHANGE-RATE
005290                 THRU 2200-CHANGE-RATE-EXIT
005300         WHEN 'D'
005310             PERFORM 2300-DELETE-RATE
005320                 THRU 2300-DELETE-RATE-EXIT
005330         WHEN OTHER
005340             PERFORM 2090-REJECT-TRANSACTION
005350                 THRU 2090-REJECT-TRANSACTION-EXIT
005360             MOVE 'ACTION NOT A, C, OR D' TO AU-DISPOSITION
005370     END-EVALUATE.
005380 2010-APPLY-TRANSACTION-WRITE.
005390     WRITE RATEAUDT-RECORD.
005400 2010-APPLY-TRANSACTION-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430*    2020-APPLY-ONE-APPROVED - ONE PENDING-CHANGE RECORD. AN
005440*    APPROVED RATE CHANGE GOES THROUGH THE NORMAL VALIDATION
005450*    AND APPLY PATH AND IS MARKED APPLIED (X), OR FAILED (F)
005460*    WHEN THAT PATH REJECTS IT. ONE REFUSED ONLY BY THE PERIOD
005470*    CHECK IS LEFT APPROVED TO BE RETRIED ON A LATER RUN.
005480*    ANYTHING ELSE IS LEFT ALONE.
005490*-----------------------------------------------------------------
005500 2020-APPLY-ONE-APPROVED.
005510     READ PENDCHG NEXT RECORD
005520         AT END
005530             MOVE 'Y' TO WS-PENDCHG-EOF
005540             GO TO 2020-APPLY-ONE-APPROVED-EXIT
005550     END-READ.
005560     IF WS-PENDCHG-STATUS NOT = '00'
005570         DISPLAY "RATEMNT: I/O ERROR READING THE PENDING-CHANGE"
005580             " FILE"
005590         DISPLAY "RATEMNT: FILE STATUS = " WS-PENDCHG-STATUS
005600         MOVE 'Y' TO WS-PENDCHG-EOF
005610         MOVE 8 TO RETURN-CODE
005620         GO TO 2020-APPLY-ONE-APPROVED-EXIT
005630     END-IF.
005640     IF PC-PROGRAM-ID NOT = 'RATEMNT'
005650             OR PC-STATUS NOT = 'A'
005660         GO TO 2020-APPLY-ONE-APPROVED-EXIT
005670     END-IF.
005680     ADD 1 TO WS-APPROVED-COUNT.
005690     MOVE PC-REF-NUMBER TO WS-PEND-REF-NUMBER.
005700     MOVE PC-ENTERED-BY TO WS-PEND-ENTERED-BY.
005710     MOVE PC-DECIDED-BY TO WS-PEND-APPROVED-BY.
005720     MOVE PC-TRAN-IMAGE TO RATETRAN-RECORD.
005730     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE.
005740     MOVE 'N' TO WS-PERIOD-HELD-SW.
005750     PERFORM 2010-APPLY-TRANSACTION
005760         THRU 2010-APPLY-TRANSACTION-EXIT.
005770     IF PERIOD-HELD-CHANGE
005780         DISPLAY "RATEMNT: REFERENCE " PC-REF-NUMBER
005790             " LEFT APPROVED UNTIL ITS PERIOD IS OPEN"
005800         GO TO 2020-APPLY-ONE-APPROVED-EXIT
005810     END-IF.
005820     IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
005830         MOVE 'X' TO PC-STATUS
005840     ELSE
005850         MOVE 'F' TO PC-STATUS
005860     END-IF.
005870     MOVE WS-RUN-DATE-DISPLAY TO PC-APPLIED-DATE.
005880     REWRITE PENDCHG-RECORD
005890         INVALID KEY
005900             CONTINUE
005910     END-REWRITE.
005920     IF WS-PENDCHG-STATUS NOT = '00'
005930         DISPLAY "RATEMNT: REFERENCE " PC-REF-NUMBER
005940             " NOT MARKED " PC-STATUS " ON THE PENDING-CHANGE"
005950             " FILE"
005960         DISPLAY "RATEMNT: FILE STATUS = " WS-PENDCHG-STATUS
005970         MOVE 8 TO RETURN-CODE
005980     END-IF.
005990 2020-APPLY-ONE-APPROVED-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------------
006020*    2050-VALIDATE-RATE-VALUES - A USABLE DIVISOR IS NUMERIC
006030*    AND NONZERO, A USABLE SUBTRAHEND IS NUMERIC - THE SAME
006040*    RULES MASSCALC APPLIES WHEN IT READS THE FILE
006050*-----------------------------------------------------------------
006060 2050-VALIDATE-RATE-VALUES.
006070     SET RATE-VALUES-NOT-VALID TO TRUE.
006080     IF WS-NEW-DIVISOR IS NUMERIC
006090             AND WS-NEW-DIVISOR > ZERO
006100             AND WS-NEW-SUBTRAHEND IS NUMERIC
006110         SET RATE-VALUES-VALID TO TRUE
006120     END-IF.
006130 2050-VALIDATE-RATE-VALUES-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160*    2055-VALIDATE-EFF-DATE - THE EFFECTIVE DATE MUST LOOK LIKE
006170*    YYYY-MM-DD WITH A PLAUSIBLE MONTH AND DAY. A BLANK DATE IS
006180*    ACCEPTED - IT MEANS ALWAYS IN EFFECT.
006190*-----------------------------------------------------------------
006200 2055-VALIDATE-EFF-DATE.
006210     SET EFF-DATE-VALID TO TRUE.
006220     IF RT-EFF-DATE = SPACES
006230         GO TO 2055-VALIDATE-EFF-DATE-EXIT
006240     END-IF.
006250     MOVE RT-EFF-DATE TO WS-EFF-DATE-SPLIT.
006260     IF WS-EFF-YYYY IS NOT NUMERIC
006270             OR WS-EFF-SEP-1 NOT = '-'
006280             OR WS-EFF-MM IS NOT NUMERIC
006290             OR WS-EFF-SEP-2 NOT = '-'
006300             OR WS-EFF-DD IS NOT NUMERIC
006310         SET EFF-DATE-NOT-VALID TO TRUE
006320         GO TO 2055-VALIDATE-EFF-DATE-EXIT
006330     END-IF.
006340     IF WS-EFF-MM < '01' OR WS-EFF-MM > '12'
006350             OR WS-EFF-DD < '01' OR WS-EFF-DD > '31'
006360         SET EFF-DATE-NOT-VALID TO TRUE
006370     END-IF.
006380 2055-VALIDATE-EFF-DATE-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410*    2060-CHECK-PERIOD-OPEN - A DATED CHANGE MUST NOT TAKE EFFECT
006420*    IN AN ACCOUNTING PERIOD PRDCLOSE HAS CLOSED, UNLESS PRDOPEN
006430*    HAS LOGGED A REOPEN. A BLANK EFFECTIVE DATE LEAVES THE
006440*    STATUS OPEN. A CLOSED OR UNREADABLE PERIOD SETS THE HELD
006450*    SWITCH SO AN APPROVED CHANGE STAYS PENDING, NOT FAILED.
006460*-----------------------------------------------------------------
006470 2060-CHECK-PERIOD-OPEN.
006480     MOVE 'O' TO PR-STATUS.
006490     IF RT-EFF-DATE = SPACES
006500         GO TO 2060-CHECK-PERIOD-OPEN-EXIT
006510     END-IF.
006520     MOVE RT-EFF-DATE TO PR-POST-DATE.
006530     MOVE RETURN-CODE TO WS-HOLD-RETURN-CODE.
006540     CALL 'PRDLOOK' USING WS-PRDLOOK-AREA.
006550     MOVE WS-HOLD-RETURN-CODE TO RETURN-CODE.
006560     IF PR-STATUS = 'R'
006570         DISPLAY "RATEMNT: PERIOD " PR-PERIOD " WAS REOPENED BY "
006580             PR-CHANGED-BY " ON " PR-CHANGED-DATE
006590     END-IF.
006600     IF PR-STATUS = 'C'
006610         DISPLAY "RATEMNT: " RT-DEST-CODE " " RT-EFF-DATE
006620             " FALLS IN PERIOD " PR-PERIOD " CLOSED BY "
006630             PR-CHANGED-BY " ON " PR-CHANGED-DATE
006640         ADD 1 TO WS-PERIOD-CLOSED-COUNT
006650         MOVE 'Y' TO WS-PERIOD-HELD-SW
006660     END-IF.
006670     IF PR-STATUS = 'U'
006680         DISPLAY "RATEMNT: PERIOD CONTROL UNAVAILABLE - "
006690             RT-DEST-CODE " " RT-EFF-DATE " NOT APPLIED"
006700         ADD 1 TO WS-PERIOD-UNREAD-COUNT
006710         MOVE 'Y' TO WS-PERIOD-HELD-SW
006720     END-IF.
006730 2060-CHECK-PERIOD-OPEN-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------------
006760*    2070-FIND-RATE-ENTRY - LOCATE THE LIVE TABLE ENTRY FOR THE
006770*    TRANSACTION'S DESTINATION AND EFFECTIVE DATE. LEAVES
006780*    WS-RATE-FOUND-SUB AT ZERO WHEN THERE IS NONE.
006790*-----------------------------------------------------------------
006800 2070-FIND-RATE-ENTRY.
006810     MOVE ZERO TO WS-RATE-FOUND-SUB.
006820     MOVE 1 TO WS-RATE-SCAN.
006830     PERFORM 2075-TEST-RATE-ENTRY
006840         THRU 2075-TEST-RATE-ENTRY-EXIT
006850         UNTIL WS-RATE-FOUND-SUB > ZERO
006860            OR WS-RATE-SCAN > WS-RATE-COUNT.
006870 2070-FIND-RATE-ENTRY-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------------
006900*    2075-TEST-RATE-ENTRY - DOES THIS LIVE ENTRY MATCH THE
006910*    TRANSACTION KEY
006920*-----------------------------------------------------------------
006930 2075-TEST-RATE-ENTRY.
006940     IF RE-DEST-CODE (WS-RATE-SCAN) = RT-DEST-CODE
006950             AND RE-EFF-DATE (WS-RATE-SCAN) = RT-EFF-DATE
006960             AND RE-DELETED-SW (WS-RATE-SCAN) = 'N'
006970         MOVE WS-RATE-SCAN TO WS-RATE-FOUND-SUB
006980     ELSE
006990         ADD 1 TO WS-RATE-SCAN
007000     END-IF.
007010 2075-TEST-RATE-ENTRY-EXIT.
007020     EXIT.
007030*-----------------------------------------------------------------
007040*    2090-REJECT-TRANSACTION - COMMON REJECT BOOKKEEPING. THE
007050*    CALLER SUPPLIES THE DISPOSITION TEXT AFTER THE PERFORM.
007060*-----------------------------------------------------------------
007070 2090-REJECT-TRANSACTION.
007080     ADD 1 TO WS-REJECTED-COUNT.
007090     DISPLAY "RATEMNT: REJECTED TRAN " WS-TRAN-COUNT
007100         " ACTION " RT-ACTION " DEST " RT-DEST-CODE.
007110 2090-REJECT-TRANSACTION-EXIT.
007120     EXIT.
007130*-----------------------------------------------------------------
007140*    2100-ADD-RATE - ADD A NEW EFFECTIVE-DATED RATE, REJECTING
007150*    A KEY ALREADY ON FILE
007160*-----------------------------------------------------------------
007170 2100-ADD-RATE.
007180     PERFORM 2050-VALIDATE-RATE-VALUES
007190         THRU 2050-VALIDATE-RATE-VALUES-EXIT.
007200     IF RATE-VALUES-NOT-VALID
007210         PERFORM 2090-REJECT-TRANSACTION
007220             THRU 2090-REJECT-TRANSACTION-EXIT
007230         MOVE 'INVALID RATE VALUES' TO AU-DISPOSITION
007240         GO TO 2100-ADD-RATE-EXIT
007250     END-IF.
007260     IF WS-RATE-FOUND-SUB > ZERO
007270         PERFORM 2090-REJECT-TRANSACTION
007280             THRU 2090-REJECT-TRANSACTION-EXIT
007290         MOVE 'DUPLICATE KEY' TO AU-DISPOSITION
007300         GO TO 2100-ADD-RATE-EXIT
007310     END-IF.
007320     IF WS-RATE-COUNT NOT < WS-RATE-MAX
007330         PERFORM 2090-REJECT-TRANSACTION
007340             THRU 2090-REJECT-TRANSACTION-EXIT
007350         MOVE 'RATE TABLE FULL' TO AU-DISPOSITION
007360         GO TO 2100-ADD-RATE-EXIT
007370     END-IF.
007380     PERFORM 3000-CAPTURE-OLD-RATE
007390         THRU 3000-CAPTURE-OLD-RATE-EXIT.
007400     ADD 1 TO WS-RATE-COUNT.
007410     MOVE RT-DEST-CODE TO RE-DEST-CODE (WS-RATE-COUNT).
007420     MOVE RT-EFF-DATE TO RE-EFF-DATE (WS-RATE-COUNT).
007430     MOVE WS-NEW-DIVISOR TO RE-DIVISOR (WS-RATE-COUNT).
007440     MOVE WS-NEW-SUBTRAHEND TO RE-SUBTRAHEND (WS-RATE-COUNT).
007450     MOVE 'N' TO RE-DELETED-SW (WS-RATE-COUNT).
007460     ADD 1 TO WS-APPLIED-COUNT.
007470     MOVE WS-NEW-DIVISOR TO RI-DIVISOR.
007480     MOVE WS-NEW-SUBTRAHEND TO RI-SUBTRAHEND.
007490     MOVE WS-RATE-IMAGE TO AU-AFTER-RATES.
007500     MOVE 'ADDED' TO AU-DISPOSITION.
007510     PERFORM 3100-PREVIEW-IMPACT
007520         THRU 3100-PREVIEW-IMPACT-EXIT.
007530 2100-ADD-RATE-EXIT.
007540     EXIT.
007550*-----------------------------------------------------------------
007560*    2200-CHANGE-RATE - CHANGE AN EXISTING RATE IN PLACE,
007570*    REJECTING A KEY NOT ON FILE
007580*-----------------------------------------------------------------
007590 2200-CHANGE-RATE.
007600     PERFORM 2050-VALIDATE-RATE-VALUES
007610         THRU 2050-VALIDATE-RATE-VALUES-EXIT.
007620     IF RATE-VALUES-NOT-VALID
007630         PERFORM 2090-REJECT-TRANSACTION
007640             THRU 2090-REJECT-TRANSACTION-EXIT
007650         MOVE 'INVALID RATE VALUES' TO AU-DISPOSITION
007660         GO TO 2200-CHANGE-RATE-EXIT
007670     END-IF.
007680     IF WS-RATE-FOUND-SUB = ZERO
007690         PERFORM 2090-REJECT-TRANSACTION
007700             THRU 2090-REJECT-TRANSACTION-EXIT
007710         MOVE 'KEY NOT FOUND' TO AU-DISPOSITION
007720         GO TO 2200-CHANGE-RATE-EXIT
007730     END-IF.
007740     PERFORM 3000-CAPTURE-OLD-RATE
007750         THRU 3000-CAPTURE-OLD-RATE-EXIT.
007760     MOVE RE-DIVISOR (WS-RATE-FOUND-SUB) TO RI-DIVISOR.
007770     MOVE RE-SUBTRAHEND (WS-RATE-FOUND-SUB) TO RI-SUBTRAHEND.
007780     MOVE WS-RATE-IMAGE TO AU-BEFORE-RATES.
007790     MOVE WS-NEW-DIVISOR TO RE-DIVISOR (WS-RATE-FOUND-SUB).
007800     MOVE WS-NEW-SUBTRAHEND
007810         TO RE-SUBTRAHEND (WS-RATE-FOUND-SUB).
007820     ADD 1 TO WS-APPLIED-COUNT.
007830     MOVE WS-NEW-DIVISOR TO RI-DIVISOR.
007840     MOVE WS-NEW-SUBTRAHEND TO RI-SUBTRAHEND.
007850     MOVE WS-RATE-IMAGE TO AU-AFTER-RATES.
007860     MOVE 'CHANGED' TO AU-DISPOSITION.
007870     PERFORM 3100-PREVIEW-IMPACT
007880         THRU 3100-PREVIEW-IMPACT-EXIT.
007890 2200-CHANGE-RATE-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------------
007920*    2300-DELETE-RATE - MARK AN EXISTING RATE DELETED,
007930*    REJECTING A KEY NOT ON FILE. THE RATE VALUES ON THE
007940*    TRANSACTION ARE IGNORED.
007950*-----------------------------------------------------------------
007960 2300-DELETE-RATE.
007970     IF WS-RATE-FOUND-SUB = ZERO
007980         PERFORM 2090-REJECT-TRANSACTION
007990             THRU 2090-REJECT-TRANSACTION-EXIT
008000         MOVE 'KEY NOT FOUND' TO AU-DISPOSITION
008010         GO TO 2300-DELETE-RATE-EXIT
008020     END-IF.
008030     MOVE RE-DIVISOR (WS-RATE-FOUND-SUB) TO RI-DIVISOR.
008040     MOVE RE-SUBTRAHEND (WS-RATE-FOUND-SUB) TO RI-SUBTRAHEND.
008050     MOVE WS-RATE-IMAGE TO AU-BEFORE-RATES.
008060     MOVE 'Y' TO RE-DELETED-SW (WS-RATE-FOUND-SUB).
008070     ADD 1 TO WS-APPLIED-COUNT.
008080     MOVE 'DELETED' TO AU-DISPOSITION.
008090 2300-DELETE-RATE-EXIT.
008100     EXIT.
008110*-----------------------------------------------------------------
008120*    3000-CAPTURE-OLD-RATE - REMEMBER THE RATE IN EFFECT FOR
008130*    THE TRANSACTION'S DESTINATION AND EFFECTIVE DATE BEFORE
008140*    THE TRANSACTION IS APPLIED, FOR THE PREVIEW COMPARISON
008150*-----------------------------------------------------------------
008160 3000-CAPTURE-OLD-RATE.
008170     MOVE RT-DEST-CODE TO WS-LOOKUP-DEST.
008180     MOVE RT-EFF-DATE TO WS-LOOKUP-DATE.
008190     PERFORM 3200-RATE-IN-EFFECT
008200         THRU 3200-RATE-IN-EFFECT-EXIT.
008210     MOVE WS-EFFECT-DIVISOR TO WS-OLD-DIVISOR.
008220     MOVE WS-EFFECT-SUBTRAHEND TO WS-OLD-SUBTRAHEND.
008230 3000-CAPTURE-OLD-RATE-EXIT.
008240     EXIT.
008250*-----------------------------------------------------------------
008260*    3100-PREVIEW-IMPACT - ONE PREVIEW LINE FOR AN APPLIED ADD
008270*    OR CHANGE: TOTAL SIMPLE FUEL OVER THE MASS FILE UNDER THE
008280*    RATE PREVIOUSLY IN EFFECT FOR THE EFFECTIVE DATE VERSUS
008290*    THE RATE NOW IN EFFECT. IDENTICAL RATES NEED NO LINE.
008300*-----------------------------------------------------------------
008310 3100-PREVIEW-IMPACT.
008320     MOVE RT-DEST-CODE TO WS-LOOKUP-DEST.
008330     MOVE RT-EFF-DATE TO WS-LOOKUP-DATE.
008340     PERFORM 3200-RATE-IN-EFFECT
008350         THRU 3200-RATE-IN-EFFECT-EXIT.
008360     IF WS-EFFECT-DIVISOR = WS-OLD-DIVISOR
008370             AND WS-EFFECT-SUBTRAHEND = WS-OLD-SUBTRAHEND
008380         GO TO 3100-PREVIEW-IMPACT-EXIT
008390     END-IF.
008400     PERFORM 3300-COMPUTE-FUEL-TOTALS
008410         THRU 3300-COMPUTE-FUEL-TOTALS-EXIT.
008420     IF PREVIEW-NOT-AVAILABLE
008430         GO TO 3100-PREVIEW-IMPACT-EXIT
008440     END-IF.
008450     MOVE SPACES TO RATEPREV-RECORD.
008460     MOVE RT-DEST-CODE TO PV-DEST-CODE.
008470     MOVE RT-EFF-DATE TO PV-EFF-DATE.
008480     MOVE WS-OLD-DIVISOR TO RI-DIVISOR.
008490     MOVE WS-OLD-SUBTRAHEND TO RI-SUBTRAHEND.
008500     MOVE WS-RATE-IMAGE TO PV-OLD-RATES.
008510     MOVE WS-EFFECT-DIVISOR TO RI-DIVISOR.
008520     MOVE WS-EFFECT-SUBTRAHEND TO RI-SUBTRAHEND.
008530     MOVE WS-RATE-IMAGE TO PV-NEW-RATES.
008540     MOVE WS-OLD-FUEL-TOTAL TO PV-OLD-TOTAL.
008550     MOVE WS-NEW-FUEL-TOTAL TO PV-NEW-TOTAL.
008560     SUBTRACT WS-OLD-FUEL-TOTAL FROM WS-NEW-FUEL-TOTAL
008570         GIVING WS-FUEL-DELTA.
008580     MOVE WS-FUEL-DELTA TO PV-DELTA.
008590     WRITE RATEPREV-RECORD.
008600     DISPLAY "RATEMNT: " RT-DEST-CODE " FUEL-TOTAL IMPACT "
008610         WS-FUEL-DELTA " FROM " RT-EFF-DATE.
008620 3100-PREVIEW-IMPACT-EXIT.
008630     EXIT.
008640*-----------------------------------------------------------------
008650*    3200-RATE-IN-EFFECT - THE TABLE'S RATE IN EFFECT FOR
008660*    WS-LOOKUP-DEST ON WS-LOOKUP-DATE: THE LIVE ENTRY WITH THE
008670*    LATEST EFFECTIVE DATE NOT AFTER THE LOOKUP DATE, A BLANK
008680*    EFFECTIVE DATE SORTING LOWEST. NOTHING IN EFFECT FALLS
008690*    BACK TO THE STANDARD DIVIDE-BY-3, SUBTRACT-2 PROFILE, THE
008700*    SAME FALLBACK MASSCALC APPLIES.
008710*-----------------------------------------------------------------
008720 3200-RATE-IN-EFFECT.
008730     MOVE 3 TO WS-EFFECT-DIVISOR.
008740     MOVE 2 TO WS-EFFECT-SUBTRAHEND.
008750     MOVE 'N' TO WS-EFFECT-FOUND-SW.
008760     MOVE LOW-VALUES TO WS-BEST-EFF-DATE.
008770     IF WS-LOOKUP-DATE = SPACES
008780         MOVE '0000-00-00' TO WS-LOOKUP-DATE
008790     END-IF.
008800     MOVE 1 TO WS-RATE-SCAN.
008810     PERFORM 3210-TEST-EFFECT-ENTRY
008820         THRU 3210-TEST-EFFECT-ENTRY-EXIT
008830         UNTIL WS-RATE-SCAN > WS-RATE-COUNT.
008840 3200-RATE-IN-EFFECT-EXIT.
008850     EXIT.
008860*-----------------------------------------------------------------
008870*    3210-TEST-EFFECT-ENTRY - CONSIDER ONE LIVE TABLE ENTRY FOR
008880*    THE RATE-IN-EFFECT LOOKUP
008890*-----------------------------------------------------------------
008900 3210-TEST-EFFECT-ENTRY.
008910     IF RE-DEST-CODE (WS-RATE-SCAN) NOT = WS-LOOKUP-DEST
008920             OR RE-DELETED-SW (WS-RATE-SCAN) NOT = 'N'
008930             OR RE-DIVISOR (WS-RATE-SCAN) = ZERO
008940         GO TO 3210-TEST-EFFECT-ENTRY-NEXT
008950     END-IF.
008960     MOVE RE-EFF-DATE (WS-RATE-SCAN) TO WS-ENTRY-EFF-DATE.
008970     IF WS-ENTRY-EFF-DATE = SPACES
008980         MOVE '0000-00-00' TO WS-ENTRY-EFF-DATE
008990     END-IF.
009000     IF WS-ENTRY-EFF-DATE > WS-LOOKUP-DATE
009010         GO TO 3210-TEST-EFFECT-ENTRY-NEXT
009020     END-IF.
009030     IF WS-EFFECT-FOUND-SW = 'N'
009040             OR WS-ENTRY-EFF-DATE > WS-BEST-EFF-DATE
009050         MOVE WS-ENTRY-EFF-DATE TO WS-BEST-EFF-DATE
009060         MOVE RE-DIVISOR (WS-RATE-SCAN) TO WS-EFFECT-DIVISOR
009070         MOVE RE-SUBTRAHEND (WS-RATE-SCAN)
009080             TO WS-EFFECT-SUBTRAHEND
009090         SET EFFECTIVE-RATE-FOUND TO TRUE
009100     END-IF.
009110 3210-TEST-EFFECT-ENTRY-NEXT.
009120     ADD 1 TO WS-RATE-SCAN.
009130 3210-TEST-EFFECT-ENTRY-EXIT.
009140     EXIT.
009150*-----------------------------------------------------------------
009160*    3300-COMPUTE-FUEL-TOTALS - ONE PASS OF THE MASS FILE
009170*    TOTALLING SIMPLE FUEL UNDER THE OLD AND NEW RATES. AN
009180*    UNREADABLE MASS FILE ONLY COSTS THE PREVIEW - THE
009190*    MAINTENANCE ITSELF STANDS.
009200*-----------------------------------------------------------------
009210 3300-COMPUTE-FUEL-TOTALS.
009220     SET PREVIEW-AVAILABLE TO TRUE.
009230     MOVE ZERO TO WS-OLD-FUEL-TOTAL.
009240     MOVE ZERO TO WS-NEW-FUEL-TOTAL.
009250     MOVE 'N' TO WS-MASS-EOF.
009260     OPEN INPUT MASS.
009270     IF WS-MASS-STATUS NOT = '00'
009280         DISPLAY "RATEMNT: MASS FILE UNREADABLE - IMPACT"
009290             " PREVIEW NOT AVAILABLE"
009300         DISPLAY "RATEMNT: FILE STATUS = " WS-MASS-STATUS
009310         SET PREVIEW-NOT-AVAILABLE TO TRUE
009320         GO TO 3300-COMPUTE-FUEL-TOTALS-EXIT
009330     END-IF.
009340     PERFORM UNTIL END-OF-MASS-FILE
009350         READ MASS NEXT RECORD
009360             AT END
009370                 MOVE 'Y' TO WS-MASS-EOF
009380             NOT AT END
009390                 PERFORM 3310-TOTAL-ONE-MODULE
009400                     THRU 3310-TOTAL-ONE-MODULE-EXIT
009410         END-READ
009420     END-PERFORM.
009430     CLOSE MASS.
009440 3300-COMPUTE-FUEL-TOTALS-EXIT.
009450     EXIT.
009460*-----------------------------------------------------------------
009470*    3310-TOTAL-ONE-MODULE - ONE MODULE'S SIMPLE FUEL UNDER THE
009480*    OLD AND NEW RATES, SKIPPING THE TRAILER AND ANY INVALID
009490*    MASS VALUE - THE SAME RECORDS THE FUEL RUN SKIPS
009500*-----------------------------------------------------------------
009510 3310-TOTAL-ONE-MODULE.
009520     IF MASS-MODULE-ID = 'CNTRL'
009530         GO TO 3310-TOTAL-ONE-MODULE-EXIT
009540     END-IF.
009550     IF MASS-NUMBER IS NOT NUMERIC OR MASS-NUMBER NOT > ZERO
009560         GO TO 3310-TOTAL-ONE-MODULE-EXIT
009570     END-IF.
009580     MOVE MASS-NUMBER TO WS-FUEL-INCREMENT.
009590     DIVIDE WS-OLD-DIVISOR INTO WS-FUEL-INCREMENT.
009600     SUBTRACT WS-OLD-SUBTRAHEND FROM WS-FUEL-INCREMENT.
009610     ADD WS-FUEL-INCREMENT TO WS-OLD-FUEL-TOTAL.
009620     MOVE MASS-NUMBER TO WS-FUEL-INCREMENT.
009630     DIVIDE WS-EFFECT-DIVISOR INTO WS-FUEL-INCREMENT.
009640     SUBTRACT WS-EFFECT-SUBTRAHEND FROM WS-FUEL-INCREMENT.
009650     ADD WS-FUEL-INCREMENT TO WS-NEW-FUEL-TOTAL.
009660 3310-TOTAL-ONE-MODULE-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------------
009690*    4000-QUEUE-TRANSACTIONS - READ THE NEW TRANSACTIONS AND
009700*    QUEUE EACH ONE ON THE PENDING-CHANGE FILE FOR APPROVAL.
009710*    NOTHING READ HERE TOUCHES THE RATES TABLE.
009720*-----------------------------------------------------------------
009730 4000-QUEUE-TRANSACTIONS.
009740     PERFORM 4010-QUEUE-ONE-TRANSACTION
009750         THRU 4010-QUEUE-ONE-TRANSACTION-EXIT
009760         UNTIL END-OF-RATETRAN-FILE.
009770 4000-QUEUE-TRANSACTIONS-EXIT.
009780     EXIT.
009790*-----------------------------------------------------------------
009800*    4010-QUEUE-ONE-TRANSACTION - ISSUE A REFERENCE NUMBER AND
009810*    WRITE THE TRANSACTION AS KEYED TO THE PENDING-CHANGE FILE.
009820*    A TRANSACTION WITH NO ENTRY ID OR AN UNKNOWN ACTION IS
009830*    REJECTED NOW RATHER THAN LEFT FOR AN APPROVER. EVERY PATH
009840*    WRITES EXACTLY ONE AUDIT RECORD.
009850*-----------------------------------------------------------------
009860 4010-QUEUE-ONE-TRANSACTION.
009870     READ RATETRAN
009880         AT END
009890             MOVE 'Y' TO WS-RATETRAN-EOF
009900             GO TO 4010-QUEUE-ONE-TRANSACTION-EXIT
009910     END-READ.
009920     ADD 1 TO WS-TRAN-COUNT.
009930     MOVE SPACES TO RATEAUDT-RECORD.
009940     MOVE WS-TRAN-COUNT TO AU-TRAN-NUMBER.
009950     MOVE RT-ACTION TO AU-ACTION.
009960     MOVE RT-DEST-CODE TO AU-DEST-CODE.
009970     MOVE RT-EFF-DATE TO AU-EFF-DATE.
009980     MOVE ZERO TO AU-REF-NUMBER.
009990     MOVE RT-ENTERED-BY TO AU-ENTERED-BY.
010000     IF RT-ACTION = 'A' OR RT-ACTION = 'C'
010010         STRING RT-DIVISOR ' ' RT-SUBTRAHEND
010020             DELIMITED BY SIZE INTO AU-AFTER-RATES
010030     END-IF.
010040     IF RT-ENTERED-BY = SPACES
010050         PERFORM 2090-REJECT-TRANSACTION
010060             THRU 2090-REJECT-TRANSACTION-EXIT
010070         MOVE 'ENTRY ID MISSING' TO AU-DISPOSITION
010080         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
010090     END-IF.
010100     IF RT-ACTION NOT = 'A' AND RT-ACTION NOT = 'C'
010110             AND RT-ACTION NOT = 'D'
010120         PERFORM 2090-REJECT-TRANSACTION
010130             THRU 2090-REJECT-TRANSACTION-EXIT
010140         MOVE 'ACTION NOT A, C, OR D' TO AU-DISPOSITION
010150         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
010160     END-IF.
010170     PERFORM 4100-ISSUE-REFERENCE
010180         THRU 4100-ISSUE-REFERENCE-EXIT.
010190     IF WS-PEND-REF-NUMBER = ZERO
010200         PERFORM 2090-REJECT-TRANSACTION
010210             THRU 2090-REJECT-TRANSACTION-EXIT
010220         MOVE 'NO REFERENCE ISSUED' TO AU-DISPOSITION
010230         MOVE 8 TO RETURN-CODE
010240         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
010250     END-IF.
010260     MOVE SPACES TO PENDCHG-RECORD.
010270     MOVE WS-PEND-REF-NUMBER TO PC-REF-NUMBER.
010280     MOVE 'RATEMNT' TO PC-PROGRAM-ID.
010290     MOVE 'P' TO PC-STATUS.
010300     MOVE RT-ENTERED-BY TO PC-ENTERED-BY.
010310     MOVE WS-RUN-DATE-DISPLAY TO PC-ENTERED-DATE.
010320     MOVE RATETRAN-RECORD TO PC-TRAN-IMAGE.
010330     WRITE PENDCHG-RECORD
010340         INVALID KEY
010350             PERFORM 2090-REJECT-TRANSACTION
010360                 THRU 2090-REJECT-TRANSACTION-EXIT
010370             MOVE 'DUPLICATE REFERENCE' TO AU-DISPOSITION
010380             MOVE 8 TO RETURN-CODE
010390             GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
010400     END-WRITE.
010410     IF WS-PENDCHG-STATUS NOT = '00'
010420         PERFORM 2090-REJECT-TRANSACTION
010430             THRU 2090-REJECT-TRANSACTION-EXIT
010440         MOVE 'I-O ERROR ON QUEUE' TO AU-DISPOSITION
010450         DISPLAY "RATEMNT: FILE STATUS = " WS-PENDCHG-STATUS
010460         MOVE 8 TO RETURN-CODE
010470         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
010480     END-IF.
010490     ADD 1 TO WS-QUEUED-COUNT.
010500     MOVE WS-PEND-REF-NUMBER TO AU-REF-NUMBER.
010510     MOVE 'QUEUED FOR APPROVAL' TO AU-DISPOSITION.
010520 4010-QUEUE-ONE-TRANSACTION-WRITE.
010530     WRITE RATEAUDT-RECORD.
010540 4010-QUEUE-ONE-TRANSACTION-EXIT.
010550     EXIT.
010560*-----------------------------------------------------------------
010570*    4100-ISSUE-REFERENCE - TAKE THE NEXT REFERENCE NUMBER FROM
010580*    THE PENDING-CHANGE CONTROL RECORD, WRITING THAT RECORD THE
010590*    FIRST TIME. LEAVES WS-PEND-REF-NUMBER AT ZERO WHEN NO
010600*    NUMBER COULD BE ISSUED.
010610*-----------------------------------------------------------------
010620 4100-ISSUE-REFERENCE.
010630     MOVE ZERO TO WS-PEND-REF-NUMBER.
010640     MOVE ZERO TO PK-REF-NUMBER.
010650     READ PENDCHG
010660         INVALID KEY
010670             GO TO 4100-ISSUE-REFERENCE-FIRST
010680     END-READ.
010690     IF WS-PENDCHG-STATUS NOT = '00'
010700         DISPLAY "RATEMNT: PENDING-CHANGE CONTROL RECORD"
010710             " UNREADABLE"
010720         DISPLAY "RATEMNT: FILE STATUS = " WS-PENDCHG-STATUS
010730         GO TO 4100-ISSUE-REFERENCE-EXIT
010740     END-IF.
010750     ADD 1 TO PK-LAST-REF-NUMBER.
010760     REWRITE PENDCHG-CONTROL-RECORD
010770         INVALID KEY
010780             CONTINUE
010790     END-REWRITE.
010800     IF WS-PENDCHG-STATUS NOT = '00'
010810         DISPLAY "RATEMNT: PENDING-CHANGE CONTROL RECORD REWRITE"
010820             " FAILED"
010830         DISPLAY "RATEMNT: FILE STATUS = " WS-PENDCHG-STATUS
010840         GO TO 4100-ISSUE-REFERENCE-EXIT
010850     END-IF.
010860     MOVE PK-LAST-REF-NUMBER TO WS-PEND-REF-NUMBER.
010870     GO TO 4100-ISSUE-REFERENCE-EXIT.
010880 4100-ISSUE-REFERENCE-FIRST.
010890     MOVE SPACES TO PENDCHG-CONTROL-RECORD.
010900     MOVE ZERO TO PK-REF-NUMBER.
010910     MOVE 1 TO PK-LAST-REF-NUMBER.
010920     WRITE PENDCHG-CONTROL-RECORD
010930         INVALID KEY
010940             CONTINUE
010950     END-WRITE.
010960     IF WS-PENDCHG-STATUS NOT = '00'
010970         DISPLAY "RATEMNT: PENDING-CHANGE CONTROL RECORD WRITE"
010980             " FAILED"
010990         DISPLAY "RATEMNT: FILE STATUS = " WS-PENDCHG-STATUS
011000         GO TO 4100-ISSUE-REFERENCE-EXIT
011010     END-IF.
011020     MOVE 1 TO WS-PEND-REF-NUMBER.
011030 4100-ISSUE-REFERENCE-EXIT.
011040     EXIT.
011050*-----------------------------------------------------------------
011060*    9000-TERMINATE - REWRITE THE RATES FILE WHEN ANYTHING
011070*    APPLIED, CLOSE FILES, AND REPORT THE MAINTENANCE RUN
011080*-----------------------------------------------------------------
011090 9000-TERMINATE.
011100     CLOSE RATETRAN.
011110     IF WS-APPLIED-COUNT > ZERO
011120         PERFORM 9100-REWRITE-RATES-FILE
011130             THRU 9100-REWRITE-RATES-FILE-EXIT
011140     ELSE
011150         DISPLAY "RATEMNT: NOTHING APPLIED - RATES FILE LEFT"
011160             " UNTOUCHED"
011170     END-IF.
011180     CLOSE RATEAUDT.
011190     CLOSE RATEPREV.
011200     CLOSE PENDCHG.
011210     DISPLAY "RATEMNT: APPROVED CHANGES:     " WS-APPROVED-COUNT.
011220     DISPLAY "RATEMNT: TRANSACTIONS READ:    " WS-TRAN-COUNT.
011230     DISPLAY "RATEMNT: TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
011240     DISPLAY "RATEMNT: TRANSACTIONS REJECTED " WS-REJECTED-COUNT.
011250     DISPLAY "RATEMNT: TRANSACTIONS QUEUED:  " WS-QUEUED-COUNT.
011260     DISPLAY "RATEMNT: REFUSED, PERIOD CLOSED "
011270         WS-PERIOD-CLOSED-COUNT.
011280     IF WS-PERIOD-CLOSED-COUNT > ZERO
011290             AND RETURN-CODE < 12
011300         MOVE 12 TO RETURN-CODE
011310     END-IF.
011320     IF WS-PERIOD-UNREAD-COUNT > ZERO
011330         MOVE 16 TO RETURN-CODE
011340     END-IF.
011350     IF WS-REJECTED-COUNT > ZERO
011360             AND RETURN-CODE = ZERO
011370         MOVE 4 TO RETURN-CODE
011380     END-IF.
011390     MOVE 'E' TO RA-PHASE.
011400     MOVE WS-TRAN-COUNT TO RA-RECORDS-READ.
011410     MOVE WS-REJECTED-COUNT TO RA-RECORDS-REJECTED.
011420     MOVE WS-APPLIED-COUNT TO RA-FINAL-TOTAL.
011430     MOVE RETURN-CODE TO RA-RETURN-CODE.
011440     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
011450 9000-TERMINATE-EXIT.
011460     EXIT.
011470*-----------------------------------------------------------------
011480*    9100-REWRITE-RATES-FILE - WRITE THE LIVE TABLE ENTRIES
011490*    BACK OUT AS THE NEW RATES FILE, DROPPING DELETED ENTRIES
011500*-----------------------------------------------------------------
011510 9100-REWRITE-RATES-FILE.
011520     OPEN OUTPUT DESTRATE.
011530     IF WS-DESTRATE-STATUS NOT = '00'
011540         DISPLAY "RATEMNT: UNABLE TO REWRITE THE RATES FILE"
011550         DISPLAY "RATEMNT: FILE STATUS = " WS-DESTRATE-STATUS
011560         MOVE 16 TO RETURN-CODE
011570         GO TO 9100-REWRITE-RATES-FILE-EXIT
011580     END-IF.
011590     MOVE 1 TO WS-RATE-SUB.
011600     PERFORM 9110-WRITE-ONE-RATE
011610         THRU 9110-WRITE-ONE-RATE-EXIT
011620         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
011630     CLOSE DESTRATE.
011640 9100-REWRITE-RATES-FILE-EXIT.
011650     EXIT.
011660*-----------------------------------------------------------------
011670*    9110-WRITE-ONE-RATE - ONE LIVE TABLE ENTRY BACK TO THE
011680*    RATES FILE
011690*-----------------------------------------------------------------
011700 9110-WRITE-ONE-RATE.
011710     IF RE-DELETED-SW (WS-RATE-SUB) = 'Y'
011720         GO TO 9110-WRITE-ONE-RATE-NEXT
011730     END-IF.
011740     MOVE SPACES TO DESTRATE-RECORD.
011750     MOVE RE-DEST-CODE (WS-RATE-SUB) TO DR-DEST-CODE.
011760     MOVE RE-EFF-DATE (WS-RATE-SUB) TO DR-EFF-DATE.
011770     MOVE RE-DIVISOR (WS-RATE-SUB) TO DR-DIVISOR.
011780     MOVE RE-SUBTRAHEND (WS-RATE-SUB) TO DR-SUBTRAHEND.
011790     WRITE DESTRATE-RECORD.
011800 9110-WRITE-ONE-RATE-NEXT.
011810     ADD 1 TO WS-RATE-SUB.
011820 9110-WRITE-ONE-RATE-EXIT.
011830     EXIT.
