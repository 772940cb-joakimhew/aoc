000400*                      COSTS A FULL RELOAD. REJECTED
000410*                      TRANSACTIONS ARE NOT JOURNALED - THERE
000420*                      IS NOTHING TO REVERSE.
000430*    2026-10-15  JH    DUAL CONTROL. TRANSACTIONS NOW CARRY THE
000440*                      ENTRY ID AND ARE QUEUED ON THE SHARED
000450*                      PENDING-CHANGE KSDS UNDER A REFERENCE
000460*                      NUMBER. ONLY CHANGES A SECOND PERSON HAS
000470*                      APPROVED THROUGH CHGAPPR ARE APPLIED, AT
000480*                      THE START OF THE NEXT RUN. AUDIT RECORDS
000490*                      CARRY THE REFERENCE AND THE ENTRY AND
000500*                      APPROVAL IDS.
000510*-----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT MASS ASSIGN TO MASSDD
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS MASS-MODULE-ID
000590         FILE STATUS IS WS-MASS-STATUS.
000600     SELECT MASSTRAN ASSIGN TO 'MASSTRAN.DAT'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-MASSTRAN-STATUS.
000630     SELECT MASSAUDT ASSIGN TO 'MASSAUDT.DAT'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT MASSJRNL ASSIGN TO 'MASSJRNL.DAT'
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT PENDCHG ASSIGN TO PENDCHGD
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS PC-REF-NUMBER
000710         FILE STATUS IS WS-PENDCHG-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  MASS.
000750 01  MASS-FILE.
000760     05  MASS-MODULE-ID          PIC X(05).
000770     05  MASS-NUMBER             PIC 9(10).
000780*-----------------------------------------------------------------
000790*    MASSTRAN.DAT - MAINTENANCE TRANSACTIONS FROM THE WEIGH
000800*    STATION CORRECTIONS CLERK. ACTION IS A (ADD), C (CHANGE),
000810*    OR D (DELETE). THE MASS VALUE IS IGNORED ON A DELETE.
000820*    THE ENTRY ID IS THE USER ID OF THE PERSON WHO KEYED THE
000830*    TRANSACTION - THE APPROVER MUST BE SOMEONE ELSE.
000840*-----------------------------------------------------------------
000850 FD  MASSTRAN.
000860 01  MASSTRAN-RECORD.
000870     05  MT-ACTION                PIC X(01).
000880     05  MT-SPACER-1              PIC X(01).
000890     05  MT-MODULE-ID             PIC X(05).
000900     05  MT-SPACER-2              PIC X(01).
000910     05  MT-MASS-VALUE            PIC X(10).
000920     05  MT-SPACER-3              PIC X(01).
000930     05  MT-ENTERED-BY            PIC X(08).
000940*-----------------------------------------------------------------
000950*    MASSAUDT.DAT - BEFORE/AFTER AUDIT TRAIL, ONE RECORD PER
000960*    TRANSACTION QUEUED, APPLIED, OR REJECTED. THE REFERENCE
000970*    NUMBER IS THE PENDING-CHANGE KEY (ZERO WHEN NONE WAS
000980*    ISSUED).
000990*-----------------------------------------------------------------
001000 FD  MASSAUDT.
001010 01  MASSAUDT-RECORD.
001020     05  AU-TRAN-NUMBER           PIC 9(06).
001030     05  AU-SPACER-1              PIC X(01).
001040     05  AU-ACTION                PIC X(01).
001050     05  AU-SPACER-2              PIC X(01).
001060     05  AU-MODULE-ID             PIC X(05).
001070     05  AU-SPACER-3              PIC X(01).
001080     05  AU-BEFORE-MASS           PIC X(10).
001090     05  AU-SPACER-4              PIC X(01).
001100     05  AU-AFTER-MASS            PIC X(10).
001110     05  AU-SPACER-5              PIC X(01).
001120     05  AU-DISPOSITION           PIC X(22).
001130     05  AU-SPACER-6              PIC X(01).
001140     05  AU-REF-NUMBER            PIC 9(06).
001150     05  AU-SPACER-7              PIC X(01).
001160     05  AU-ENTERED-BY            PIC X(08).
001170     05  AU-SPACER-8              PIC X(01).
001180     05  AU-APPROVED-BY           PIC X(08).
001190*-----------------------------------------------------------------
001200*    MASSJRNL.DAT - MACHINE-READABLE RUN JOURNAL, ONE RECORD
001210*    PER APPLIED TRANSACTION IN THE ORDER APPLIED, PLUS AN
001220*    ACTION-'T' RECORD FOR THE CNTRL ADJUSTMENT. READ BACK BY
001230*    MASSBACK TO REVERSE THE RUN.
001240*-----------------------------------------------------------------
001250 FD  MASSJRNL.
001260 01  MASSJRNL-RECORD.
001270     05  JR-SEQUENCE              PIC 9(06).
001280     05  JR-SPACER-1              PIC X(01).
001290     05  JR-ACTION                PIC X(01).
001300     05  JR-SPACER-2              PIC X(01).
001310     05  JR-MODULE-ID             PIC X(05).
001320     05  JR-SPACER-3              PIC X(01).
001330     05  JR-BEFORE-MASS           PIC X(10).
001340     05  JR-SPACER-4              PIC X(01).
001350     05  JR-AFTER-MASS            PIC X(10).
001360*-----------------------------------------------------------------
001370*    PENDCHGD - PENDING-CHANGE KSDS, KEYED ON THE REFERENCE
001380*    NUMBER, SHARED WITH RATEMNT AND MODMMNT. STATUS IS P
001390*    (PENDING), A (APPROVED), R (REJECTED), X (APPLIED), OR F
001400*    (APPROVED BUT REJECTED WHEN APPLIED). THE TRANSACTION IMAGE
001410*    IS THE RECORD AS KEYED. REFERENCE ZERO IS THE CONTROL
001420*    RECORD CARRYING THE LAST REFERENCE NUMBER ISSUED.
001430*-----------------------------------------------------------------
001440 FD  PENDCHG.
001450 01  PENDCHG-RECORD.
001460     05  PC-REF-NUMBER            PIC 9(06).
001470     05  PC-SPACER-1              PIC X(01).
001480     05  PC-PROGRAM-ID            PIC X(08).
001490     05  PC-SPACER-2              PIC X(01).
001500     05  PC-STATUS                PIC X(01).
001510     05  PC-SPACER-3              PIC X(01).
001520     05  PC-ENTERED-BY            PIC X(08).
001530     05  PC-SPACER-4              PIC X(01).
001540     05  PC-ENTERED-DATE          PIC X(10).
001550     05  PC-SPACER-5              PIC X(01).
001560     05  PC-DECIDED-BY            PIC X(08).
001570     05  PC-SPACER-6              PIC X(01).
001580     05  PC-DECIDED-DATE          PIC X(10).
001590     05  PC-SPACER-7              PIC X(01).
001600     05  PC-APPLIED-DATE          PIC X(10).
001610     05  PC-SPACER-8              PIC X(01).
001620     05  PC-TRAN-IMAGE            PIC X(80).
001630 01  PENDCHG-CONTROL-RECORD.
001640     05  PK-REF-NUMBER            PIC 9(06).
001650     05  PK-SPACER-1              PIC X(01).
001660     05  PK-LAST-REF-NUMBER       PIC 9(06).
001670     05  FILLER                   PIC X(136).
001680 WORKING-STORAGE SECTION.
001690*-----------------------------------------------------------------
001700*    SWITCHES AND COUNTERS
001710*-----------------------------------------------------------------
001720 01  WS-EOF                       PIC X(01)   VALUE 'N'.
001730     88  END-OF-MASSTRAN-FILE                 VALUE 'Y'.
001740 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
001750 01  WS-MASSTRAN-STATUS           PIC X(02)   VALUE '00'.
001760 01  WS-PENDCHG-EOF               PIC X(01)   VALUE 'N'.
001770     88  END-OF-PENDCHG-FILE                  VALUE 'Y'.
001780 01  WS-PENDCHG-STATUS            PIC X(02)   VALUE '00'.
001790 01  WS-TRAN-COUNT                PIC 9(06)   VALUE ZERO.
001800 01  WS-JOURNAL-COUNT             PIC 9(06)   VALUE ZERO.
001810 01  WS-APPLIED-COUNT             PIC 9(06)   VALUE ZERO.
001820 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
001830 01  WS-QUEUED-COUNT              PIC 9(06)   VALUE ZERO.
001840 01  WS-APPROVED-COUNT            PIC 9(06)   VALUE ZERO.
001850 01  WS-APPLIED-BEFORE            PIC 9(06)   VALUE ZERO.
001860 01  WS-NET-RECORD-CHANGE         PIC S9(06)  VALUE ZERO.
001870 01  WS-MASS-VALID-SW             PIC X(01)   VALUE 'Y'.
001880     88  MASS-VALUE-VALID                     VALUE 'Y'.
001890     88  MASS-VALUE-NOT-VALID                 VALUE 'N'.
001900*-----------------------------------------------------------------
001910*    TRANSACTION WORK AREA - THE NEW MASS VALUE IS REDEFINED SO
001920*    THE RAW TEXT CAN BE VALIDATED BEFORE IT IS USED AS A NUMBER
001930*-----------------------------------------------------------------
001940 01  WS-NEW-MASS-TEXT             PIC X(10).
001950 01  WS-NEW-MASS-NUMBER REDEFINES WS-NEW-MASS-TEXT
001960                                  PIC 9(10).
001970 01  WS-BEFORE-MASS               PIC 9(10).
001980*-----------------------------------------------------------------
001990*    PENDING-CHANGE IDENTIFICATION CARRIED ONTO THE AUDIT TRAIL
002000*-----------------------------------------------------------------
002010 01  WS-PEND-REF-NUMBER           PIC 9(06)   VALUE ZERO.
002020 01  WS-PEND-ENTERED-BY           PIC X(08)   VALUE SPACES.
002030 01  WS-PEND-APPROVED-BY          PIC X(08)   VALUE SPACES.
002040*-----------------------------------------------------------------
002050*    RUN IDENTIFICATION
002060*-----------------------------------------------------------------
002070 01  WS-RUN-DATE.
002080     05  WS-RUN-YYYY              PIC 9(04).
002090     05  WS-RUN-MM                PIC 9(02).
002100     05  WS-RUN-DD                PIC 9(02).
002110 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002120*-----------------------------------------------------------------
002130*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002140*-----------------------------------------------------------------
002150 01  WS-RUNLOG-AREA.
002160     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'MASSMNT'.
002170     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002180     05  RA-INPUT-NAME            PIC X(20)   VALUE 'MASSTRAN'.
002190     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
002200     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
002210     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
002220     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
002230 PROCEDURE DIVISION.
002240*-----------------------------------------------------------------
002250*    0000-MAINLINE
002260*-----------------------------------------------------------------
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-INITIALIZE-EXIT.
002300     IF RETURN-CODE NOT = ZERO
002310         GO TO 0000-MAINLINE-EXIT
002320     END-IF.
002330     PERFORM 2000-APPLY-APPROVED-CHANGES
002340         THRU 2000-APPLY-APPROVED-CHANGES-EXIT.
002350     PERFORM 3000-ADJUST-CONTROL-TOTAL
002360         THRU 3000-ADJUST-CONTROL-TOTAL-EXIT.
002370     PERFORM 4000-QUEUE-TRANSACTIONS
002380         THRU 4000-QUEUE-TRANSACTIONS-EXIT.
002390     PERFORM 9000-TERMINATE
002400         THRU 9000-TERMINATE-EXIT.
002410 0000-MAINLINE-EXIT.
002420     STOP RUN.
002430*-----------------------------------------------------------------
002440*    1000-INITIALIZE - OPEN THE MASS FILE FOR UPDATE IN PLACE,
002450*    THE PENDING-CHANGE FILE (LOADING A NEW ONE THE FIRST TIME),
002460*    THE TRANSACTION FILE, AND THE AUDIT TRAIL
002470*-----------------------------------------------------------------
002480 1000-INITIALIZE.
002490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002500     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
002510         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002520     MOVE 'S' TO RA-PHASE.
002530     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
002540     OPEN I-O MASS.
002550     IF WS-MASS-STATUS NOT = '00'
002560         DISPLAY "MASSMNT: UNABLE TO OPEN THE MASS FILE FOR I-O"
002570         DISPLAY "MASSMNT: FILE STATUS = " WS-MASS-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610     OPEN I-O PENDCHG.
002620     IF WS-PENDCHG-STATUS = '35'
002630         DISPLAY "MASSMNT: NO PENDING-CHANGE FILE YET - LOADING A"
002640             " NEW ONE"
002650         OPEN OUTPUT PENDCHG
002660         IF WS-PENDCHG-STATUS = '00'
002670             CLOSE PENDCHG
002680             OPEN I-O PENDCHG
002690         END-IF
002700     END-IF.
002710     IF WS-PENDCHG-STATUS NOT = '00'
002720         DISPLAY "MASSMNT: UNABLE TO OPEN THE PENDING-CHANGE FILE"
002730         DISPLAY "MASSMNT: FILE STATUS = " WS-PENDCHG-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         CLOSE MASS
002760         GO TO 1000-INITIALIZE-EXIT
002770     END-IF.
002780     OPEN INPUT MASSTRAN.
002790     IF WS-MASSTRAN-STATUS NOT = '00'
002800         DISPLAY "MASSMNT: UNABLE TO OPEN THE TRANSACTION FILE"
002810         DISPLAY "MASSMNT: FILE STATUS = " WS-MASSTRAN-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         CLOSE MASS
002840         CLOSE PENDCHG
002850         GO TO 1000-INITIALIZE-EXIT
002860     END-IF.
002870     OPEN OUTPUT MASSAUDT.
002880     OPEN OUTPUT MASSJRNL.
002890 1000-INITIALIZE-EXIT.
002900     EXIT.
002910*-----------------------------------------------------------------
002920*    2000-APPLY-APPROVED-CHANGES - BROWSE THE PENDING-CHANGE
002930*    FILE AND APPLY EVERY MASS CHANGE A SECOND PERSON HAS
002940*    APPROVED, IN REFERENCE ORDER
002950*-----------------------------------------------------------------
002960 2000-APPLY-APPROVED-CHANGES.
002970     MOVE ZERO TO PC-REF-NUMBER.
002980     START PENDCHG KEY IS GREATER THAN PC-REF-NUMBER
002990         INVALID KEY
003000             MOVE 'Y' TO WS-PENDCHG-EOF
003010     END-START.
003020     PERFORM 2020-APPLY-ONE-APPROVED
003030         THRU 2020-APPLY-ONE-APPROVED-EXIT
003040         UNTIL END-OF-PENDCHG-FILE.
003050     MOVE ZERO TO WS-PEND-REF-NUMBER.
003060     MOVE SPACES TO WS-PEND-ENTERED-BY.
003070     MOVE SPACES TO WS-PEND-APPROVED-BY.
003080 2000-APPLY-APPROVED-CHANGES-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------------
003110*    2010-APPLY-TRANSACTION - VALIDATE AND ROUTE ONE TRANSACTION.
003120*    EVERY PATH OUT OF HERE WRITES EXACTLY ONE AUDIT RECORD.
003130*-----------------------------------------------------------------
003140 2010-APPLY-TRANSACTION.
003150     ADD 1 TO WS-TRAN-COUNT.
003160     MOVE SPACES TO MASSAUDT-RECORD.
003170     MOVE WS-TRAN-COUNT TO AU-TRAN-NUMBER.
003180     MOVE MT-ACTION TO AU-ACTION.
003190     MOVE MT-MODULE-ID TO AU-MODULE-ID.
003200     MOVE WS-PEND-REF-NUMBER TO AU-REF-NUMBER.
003210     MOVE WS-PEND-ENTERED-BY TO AU-ENTERED-BY.
003220     MOVE WS-PEND-APPROVED-BY TO AU-APPROVED-BY.
003230     MOVE MT-MASS-VALUE TO WS-NEW-MASS-TEXT.
003240     IF MT-ACTION = 'A' OR MT-ACTION = 'C'
003250         MOVE MT-MASS-VALUE TO AU-AFTER-MASS
003260     END-IF.
003270     IF MT-MODULE-ID = 'CNTRL'
003280         PERFORM 2090-REJECT-TRANSACTION
003290             THRU 2090-REJECT-TRANSACTION-EXIT
003300         MOVE 'CNTRL NOT MAINTAINABLE' TO AU-DISPOSITION
003310         GO TO 2010-APPLY-TRANSACTION-WRITE
003320     END-IF.
003330     IF MT-MODULE-ID = SPACES
003340         PERFORM 2090-REJECT-TRANSACTION
003350             THRU 2090-REJECT-TRANSACTION-EXIT
003360         MOVE 'MODULE-ID MISSING' TO AU-DISPOSITION
003370         GO TO 2010-APPLY-TRANSACTION-WRITE
003380     END-IF.
003390     EVALUATE MT-ACTION
003400         WHEN 'A'
003410             PERFORM 2100-ADD-MODULE
003420                 THRU 2100-ADD-MODULE-EXIT
003430         WHEN 'C'
003440             PERFORM 2200-CHANGE-MODULE
003450                 THRU 2200-CHANGE-MODULE-EXIT
003460         WHEN 'D'
003470             PERFORM 2300-DELETE-MODULE
003480                 THRU 2300-DELETE-MODULE-EXIT
003490         WHEN OTHER
003500             PERFORM 2090-REJECT-TRANSACTION
003510                 THRU 2090-REJECT-TRANSACTION-EXIT
003520             MOVE 'ACTION NOT A, C, OR D' TO AU-DISPOSITION
003530     END-EVALUATE.
003540 2010-APPLY-TRANSACTION-WRITE.
003550     WRITE MASSAUDT-RECORD.
003560 2010-APPLY-TRANSACTION-EXIT.
003570     EXIT.
003580*-----------------------------------------------------------------
003590*    2020-APPLY-ONE-APPROVED - ONE PENDING-CHANGE RECORD. AN
003600*    APPROVED MASS CHANGE GOES THROUGH THE NORMAL VALIDATION
003610*    AND APPLY PATH AND IS MARKED APPLIED (X), OR FAILED (F)
003620*    WHEN THAT PATH REJECTS IT. ANYTHING ELSE IS LEFT ALONE.
003630*-----------------------------------------------------------------
003640 2020-APPLY-ONE-APPROVED.
003650     READ PENDCHG NEXT RECORD
003660         AT END
003670             MOVE 'Y' TO WS-PENDCHG-EOF
003680             GO TO 2020-APPLY-ONE-APPROVED-EXIT
003690     END-READ.
003700     IF WS-PENDCHG-STATUS NOT = '00'
003710         DISPLAY "MASSMNT: I/O ERROR READING THE PENDING-CHANGE"
003720             " FILE"
003730         DISPLAY "MASSMNT: FILE STATUS = " WS-PENDCHG-STATUS
003740         MOVE 'Y' TO WS-PENDCHG-EOF
003750         MOVE 8 TO RETURN-CODE
003760         GO TO 2020-APPLY-ONE-APPROVED-EXIT
003770     END-IF.
003780     IF PC-PROGRAM-ID NOT = 'MASSMNT'
003790             OR PC-STATUS NOT = 'A'
003800         GO TO 2020-APPLY-ONE-APPROVED-EXIT
003810     END-IF.
003820     ADD 1 TO WS-APPROVED-COUNT.
003830     MOVE PC-REF-NUMBER TO WS-PEND-REF-NUMBER.
003840     MOVE PC-ENTERED-BY TO WS-PEND-ENTERED-BY.
003850     MOVE PC-DECIDED-BY TO WS-PEND-APPROVED-BY.
003860     MOVE PC-TRAN-IMAGE TO MASSTRAN-RECORD.
003870     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE.
003880     PERFORM 2010-APPLY-TRANSACTION
003890         THRU 2010-APPLY-TRANSACTION-EXIT.
003900     IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
003910         MOVE 'X' TO PC-STATUS
003920     ELSE
003930         MOVE 'F' TO PC-STATUS
003940     END-IF.
003950     MOVE WS-RUN-DATE-DISPLAY TO PC-APPLIED-DATE.
003960     REWRITE PENDCHG-RECORD
003970         INVALID KEY
003980             CONTINUE
003990     END-REWRITE.
004000     IF WS-PENDCHG-STATUS NOT = '00'
004010         DISPLAY "MASSMNT: REFERENCE " PC-REF-NUMBER
004020             " NOT MARKED " PC-STATUS " ON THE PENDING-CHANGE"
004030             " FILE"
004040         DISPLAY "MASSMNT: FILE STATUS = " WS-PENDCHG-STATUS
004050         MOVE 8 TO RETURN-CODE
004060     END-IF.
004070 2020-APPLY-ONE-APPROVED-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100*    2050-VALIDATE-MASS-NUMBER - REJECT BLANK/NON-NUMERIC/ZERO,
004110*    THE SAME RULES HELLO APPLIES ON A FULL RUN
004120*-----------------------------------------------------------------
004130 2050-VALIDATE-MASS-NUMBER.
004140     SET MASS-VALUE-NOT-VALID TO TRUE.
004150     IF WS-NEW-MASS-NUMBER IS NUMERIC
004160             AND WS-NEW-MASS-NUMBER > ZERO
004170         SET MASS-VALUE-VALID TO TRUE
004180     END-IF.
004190 2050-VALIDATE-MASS-NUMBER-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220*    2090-REJECT-TRANSACTION - COMMON REJECT BOOKKEEPING. THE
004230*    CALLER SUPPLIES THE DISPOSITION TEXT AFTER THE PERFORM.
004240*-----------------------------------------------------------------
004250 2090-REJECT-TRANSACTION.
004260     ADD 1 TO WS-REJECTED-COUNT.
004270     DISPLAY "MASSMNT: REJECTED TRAN " WS-TRAN-COUNT
004280         " ACTION " MT-ACTION " MODULE " MT-MODULE-ID.
004290 2090-REJECT-TRANSACTION-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------------
004320*    2080-WRITE-JOURNAL - ONE RUN-JOURNAL RECORD FOR AN APPLIED
004330*    TRANSACTION. THE CALLER FILLS THE ACTION, KEY, AND IMAGES
004340*    BEFORE THE PERFORM; THE SEQUENCE NUMBERS THE ORDER APPLIED
004350*    SO MASSBACK CAN UNWIND THE RUN LAST-FIRST.
004360*-----------------------------------------------------------------
004370 2080-WRITE-JOURNAL.
004380     ADD 1 TO WS-JOURNAL-COUNT.
004390     MOVE WS-JOURNAL-COUNT TO JR-SEQUENCE.
004400     WRITE MASSJRNL-RECORD.
004410 2080-WRITE-JOURNAL-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------------
004440*    2100-ADD-MODULE - WRITE A NEW RECORD, REJECTING A KEY THAT
004450*    ALREADY EXISTS ON THE FILE
004460*-----------------------------------------------------------------
004470 2100-ADD-MODULE.
004480     PERFORM 2050-VALIDATE-MASS-NUMBER
004490         THRU 2050-VALIDATE-MASS-NUMBER-EXIT.
004500     IF MASS-VALUE-NOT-VALID
004510         PERFORM 2090-REJECT-TRANSACTION
004520             THRU 2090-REJECT-TRANSACTION-EXIT
004530         MOVE 'INVALID MASS VALUE' TO AU-DISPOSITION
004540         GO TO 2100-ADD-MODULE-EXIT
004550     END-IF.
004560     MOVE MT-MODULE-ID TO MASS-MODULE-ID.
004570     MOVE WS-NEW-MASS-NUMBER TO MASS-NUMBER.
004580     WRITE MASS-FILE
004590         INVALID KEY
004600             PERFORM 2090-REJECT-TRANSACTION
004610                 THRU 2090-REJECT-TRANSACTION-EXIT
004620             MOVE 'DUPLICATE KEY' TO AU-DISPOSITION
004630             GO TO 2100-ADD-MODULE-EXIT
004640     END-WRITE.
004650     IF WS-MASS-STATUS NOT = '00'
004660         PERFORM 2090-REJECT-TRANSACTION
004670             THRU 2090-REJECT-TRANSACTION-EXIT
004680         MOVE 'I-O ERROR ON WRITE' TO AU-DISPOSITION
004690         DISPLAY "MASSMNT: FILE STATUS = " WS-MASS-STATUS
004700         MOVE 8 TO RETURN-CODE
004710         GO TO 2100-ADD-MODULE-EXIT
004720     END-IF.
004730     ADD 1 TO WS-APPLIED-COUNT.
004740     ADD 1 TO WS-NET-RECORD-CHANGE.
004750     MOVE WS-NEW-MASS-NUMBER TO AU-AFTER-MASS.
004760     MOVE 'ADDED' TO AU-DISPOSITION.
004770     MOVE SPACES TO MASSJRNL-RECORD.
004780     MOVE 'A' TO JR-ACTION.
004790     MOVE MT-MODULE-ID TO JR-MODULE-ID.
004800     MOVE WS-NEW-MASS-NUMBER TO JR-AFTER-MASS.
004810     PERFORM 2080-WRITE-JOURNAL
004820         THRU 2080-WRITE-JOURNAL-EXIT.
004830 2100-ADD-MODULE-EXIT.
004840     EXIT.
004850*-----------------------------------------------------------------
004860*    2200-CHANGE-MODULE - REWRITE AN EXISTING RECORD IN PLACE,
004870*    REJECTING A KEY NOT ON THE FILE
004880*-----------------------------------------------------------------
004890 2200-CHANGE-MODULE.
004900     PERFORM 2050-VALIDATE-MASS-NUMBER
004910         THRU 2050-VALIDATE-MASS-NUMBER-EXIT.
004920     IF MASS-VALUE-NOT-VALID
004930         PERFORM 2090-REJECT-TRANSACTION
004940             THRU 2090-REJECT-TRANSACTION-EXIT
004950         MOVE 'INVALID MASS VALUE' TO AU-DISPOSITION
004960         GO TO 2200-CHANGE-MODULE-EXIT
004970     END-IF.
004980     MOVE MT-MODULE-ID TO MASS-MODULE-ID.
004990     READ MASS
005000         INVALID KEY
005010             PERFORM 2090-REJECT-TRANSACTION
005020                 THRU 2090-REJECT-TRANSACTION-EXIT
005030             MOVE 'KEY NOT FOUND' TO AU-DISPOSITION
005040             GO TO 2200-CHANGE-MODULE-EXIT
005050     END-READ.
005060     MOVE MASS-NUMBER TO WS-BEFORE-MASS.
005070     MOVE WS-NEW-MASS-NUMBER TO MASS-NUMBER.
005080     REWRITE MASS-FILE
005090         INVALID KEY
005100             PERFORM 2090-REJECT-TRANSACTION
005110                 THRU 2090-REJECT-TRANSACTION-EXIT
005120             MOVE 'REWRITE FAILED' TO AU-DISPOSITION
005130             GO TO 2200-CHANGE-MODULE-EXIT
005140     END-REWRITE.
005150     IF WS-MASS-STATUS NOT = '00'
005160         PERFORM 2090-REJECT-TRANSACTION
005170             THRU 2090-REJECT-TRANSACTION-EXIT
005180         MOVE 'I-O ERROR ON REWRITE' TO AU-DISPOSITION
005190         DISPLAY "MASSMNT: FILE STATUS = " WS-MASS-STATUS
005200         MOVE 8 TO RETURN-CODE
005210         GO TO 2200-CHANGE-MODULE-EXIT
005220     END-IF.
005230     ADD 1 TO WS-APPLIED-COUNT.
005240     MOVE WS-BEFORE-MASS TO AU-BEFORE-MASS.
005250     MOVE WS-NEW-MASS-NUMBER TO AU-AFTER-MASS.
005260     MOVE 'CHANGED' TO AU-DISPOSITION.
005270     MOVE SPACES TO MASSJRNL-RECORD.
005280     MOVE 'C' TO JR-ACTION.
005290     MOVE MT-MODULE-ID TO JR-MODULE-ID.
005300     MOVE WS-BEFORE-MASS TO JR-BEFORE-MASS.
005310     MOVE WS-NEW-MASS-NUMBER TO JR-AFTER-MASS.
005320     PERFORM 2080-WRITE-JOURNAL
005330         THRU 2080-WRITE-JOURNAL-EXIT.
005340 2200-CHANGE-MODULE-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370*    2300-DELETE-MODULE - DELETE AN EXISTING RECORD, REJECTING A
005380*    KEY NOT ON THE FILE. THE MASS VALUE ON THE TRANSACTION IS
005390*    IGNORED.
005400*-----------------------------------------------------------------
005410 2300-DELETE-MODULE.
005420     MOVE MT-MODULE-ID TO MASS-MODULE-ID.
005430     READ MASS
005440         INVALID KEY
005450             PERFORM 2090-REJECT-TRANSACTION
005460                 THRU 2090-REJECT-TRANSACTION-EXIT
005470             MOVE 'KEY NOT FOUND' TO AU-DISPOSITION
005480             GO TO 2300-DELETE-MODULE-EXIT
005490     END-READ.
005500     MOVE MASS-NUMBER TO WS-BEFORE-MASS.
005510     DELETE MASS
005520         INVALID KEY
005530             PERFORM 2090-REJECT-TRANSACTION
005540                 THRU 2090-REJECT-TRANSACTION-EXIT
005550             MOVE 'DELETE FAILED' TO AU-DISPOSITION
005560             GO TO 2300-DELETE-MODULE-EXIT
005570     END-DELETE.
005580     IF WS-MASS-STATUS NOT = '00'
005590         PERFORM 2090-REJECT-TRANSACTION
005600             THRU 2090-REJECT-TRANSACTION-EXIT
005610         MOVE 'I-O ERROR ON DELETE' TO AU-DISPOSITION
005620         DISPLAY "MASSMNT: FILE STATUS = " WS-MASS-STATUS
005630         MOVE 8 TO RETURN-CODE
005640         GO TO 2300-DELETE-MODULE-EXIT
005650     END-IF.
005660     ADD 1 TO WS-APPLIED-COUNT.
005670     SUBTRACT 1 FROM WS-NET-RECORD-CHANGE.
005680     MOVE WS-BEFORE-MASS TO AU-BEFORE-MASS.
005690     MOVE 'DELETED' TO AU-DISPOSITION.
005700     MOVE SPACES TO MASSJRNL-RECORD.
005710     MOVE 'D' TO JR-ACTION.
005720     MOVE MT-MODULE-ID TO JR-MODULE-ID.
005730     MOVE WS-BEFORE-MASS TO JR-BEFORE-MASS.
005740     PERFORM 2080-WRITE-JOURNAL
005750         THRU 2080-WRITE-JOURNAL-EXIT.
005760 2300-DELETE-MODULE-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------------
005790*    3000-ADJUST-CONTROL-TOTAL - CARRY THE NET OF APPLIED ADDS
005800*    AND DELETES INTO THE 'CNTRL' TRAILER'S EXPECTED RECORD
005810*    COUNT SO HELLO'S CONTROL TOTAL STILL RECONCILES. A FILE
005820*    WITHOUT A TRAILER IS LEFT ALONE.
005830*-----------------------------------------------------------------
005840 3000-ADJUST-CONTROL-TOTAL.
005850     IF WS-NET-RECORD-CHANGE = ZERO
005860         GO TO 3000-ADJUST-CONTROL-TOTAL-EXIT
005870     END-IF.
005880     MOVE 'CNTRL' TO MASS-MODULE-ID.
005890     READ MASS
005900         INVALID KEY
005910             DISPLAY "MASSMNT: NO CNTRL TRAILER - EXPECTED COUNT"
005920                 " NOT ADJUSTED"
005930             GO TO 3000-ADJUST-CONTROL-TOTAL-EXIT
005940     END-READ.
005950     MOVE SPACES TO MASSAUDT-RECORD.
005960     MOVE ZERO TO AU-TRAN-NUMBER.
005970     MOVE ZERO TO AU-REF-NUMBER.
005980     MOVE 'C' TO AU-ACTION.
005990     MOVE 'CNTRL' TO AU-MODULE-ID.
006000     MOVE MASS-NUMBER TO AU-BEFORE-MASS.
006010     ADD WS-NET-RECORD-CHANGE TO MASS-NUMBER.
006020     REWRITE MASS-FILE
006030         INVALID KEY
006040             DISPLAY "MASSMNT: CNTRL TRAILER REWRITE FAILED"
006050             DISPLAY "MASSMNT: FILE STATUS = " WS-MASS-STATUS
006060             MOVE 8 TO RETURN-CODE
006070             GO TO 3000-ADJUST-CONTROL-TOTAL-EXIT
006080     END-REWRITE.
006090     IF WS-MASS-STATUS NOT = '00'
006100         DISPLAY "MASSMNT: CNTRL TRAILER REWRITE FAILED"
006110         DISPLAY "MASSMNT: FILE STATUS = " WS-MASS-STATUS
006120         MOVE 8 TO RETURN-CODE
006130         GO TO 3000-ADJUST-CONTROL-TOTAL-EXIT
006140     END-IF.
006150     MOVE MASS-NUMBER TO AU-AFTER-MASS.
006160     MOVE 'EXPECTED COUNT CHANGED' TO AU-DISPOSITION.
006170     WRITE MASSAUDT-RECORD.
006180     MOVE SPACES TO MASSJRNL-RECORD.
006190     MOVE 'T' TO JR-ACTION.
006200     MOVE 'CNTRL' TO JR-MODULE-ID.
006210     MOVE AU-BEFORE-MASS TO JR-BEFORE-MASS.
006220     MOVE AU-AFTER-MASS TO JR-AFTER-MASS.
006230     PERFORM 2080-WRITE-JOURNAL
006240         THRU 2080-WRITE-JOURNAL-EXIT.
006250     DISPLAY "MASSMNT: CNTRL EXPECTED COUNT ADJUSTED BY "
006260         WS-NET-RECORD-CHANGE.
006270 3000-ADJUST-CONTROL-TOTAL-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------------
006300*    4000-QUEUE-TRANSACTIONS - READ THE NEW TRANSACTIONS AND
006310*    QUEUE EACH ONE ON THE PENDING-CHANGE FILE FOR APPROVAL.
006320*    NOTHING READ HERE TOUCHES THE MASS FILE.
006330*-----------------------------------------------------------------
006340 4000-QUEUE-TRANSACTIONS.
006350     PERFORM 4010-QUEUE-ONE-TRANSACTION
006360         THRU 4010-QUEUE-ONE-TRANSACTION-EXIT
006370         UNTIL END-OF-MASSTRAN-FILE.
006380 4000-QUEUE-TRANSACTIONS-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410*    4010-QUEUE-ONE-TRANSACTION - ISSUE A REFERENCE NUMBER AND
006420*    WRITE THE TRANSACTION AS KEYED TO THE PENDING-CHANGE FILE.
006430*    A TRANSACTION WITH NO ENTRY ID OR AN UNKNOWN ACTION IS
006440*    REJECTED NOW RATHER THAN LEFT FOR AN APPROVER. EVERY PATH
006450*    WRITES EXACTLY ONE AUDIT RECORD.
006460*-----------------------------------------------------------------
006470 4010-QUEUE-ONE-TRANSACTION.
006480     READ MASSTRAN
006490         AT END
006500             MOVE 'Y' TO WS-EOF
006510             GO TO 4010-QUEUE-ONE-TRANSACTION-EXIT
006520     END-READ.
006530     ADD 1 TO WS-TRAN-COUNT.
006540     MOVE SPACES TO MASSAUDT-RECORD.
006550     MOVE WS-TRAN-COUNT TO AU-TRAN-NUMBER.
006560     MOVE MT-ACTION TO AU-ACTION.
006570     MOVE MT-MODULE-ID TO AU-MODULE-ID.
006580     MOVE ZERO TO AU-REF-NUMBER.
006590     MOVE MT-ENTERED-BY TO AU-ENTERED-BY.
006600     IF MT-ACTION = 'A' OR MT-ACTION = 'C'
006610         MOVE MT-MASS-VALUE TO AU-AFTER-MASS
006620     END-IF.
006630     IF MT-ENTERED-BY = SPACES
006640         PERFORM 2090-REJECT-TRANSACTION
006650             THRU 2090-REJECT-TRANSACTION-EXIT
006660         MOVE 'ENTRY ID MISSING' TO AU-DISPOSITION
006670         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
006680     END-IF.
006690     IF MT-ACTION NOT = 'A' AND MT-ACTION NOT = 'C'
006700             AND MT-ACTION NOT = 'D'
006710         PERFORM 2090-REJECT-TRANSACTION
006720             THRU 2090-REJECT-TRANSACTION-EXIT
006730         MOVE 'ACTION NOT A, C, OR D' TO AU-DISPOSITION
006740         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
006750     END-IF.
006760     PERFORM 4100-ISSUE-REFERENCE
006770         THRU 4100-ISSUE-REFERENCE-EXIT.
006780     IF WS-PEND-REF-NUMBER = ZERO
006790         PERFORM 2090-REJECT-TRANSACTION
006800             THRU 2090-REJECT-TRANSACTION-EXIT
006810         MOVE 'NO REFERENCE ISSUED' TO AU-DISPOSITION
006820         MOVE 8 TO RETURN-CODE
006830         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
006840     END-IF.
006850     MOVE SPACES TO PENDCHG-RECORD.
006860     MOVE WS-PEND-REF-NUMBER TO PC-REF-NUMBER.
006870     MOVE 'MASSMNT' TO PC-PROGRAM-ID.
006880     MOVE 'P' TO PC-STATUS.
006890     MOVE MT-ENTERED-BY TO PC-ENTERED-BY.
006900     MOVE WS-RUN-DATE-DISPLAY TO PC-ENTERED-DATE.
006910     MOVE MASSTRAN-RECORD TO PC-TRAN-IMAGE.
006920     WRITE PENDCHG-RECORD
006930         INVALID KEY
006940             PERFORM 2090-REJECT-TRANSACTION
006950                 THRU 2090-REJECT-TRANSACTION-EXIT
006960             MOVE 'DUPLICATE REFERENCE' TO AU-DISPOSITION
006970             MOVE 8 TO RETURN-CODE
006980             GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
006990     END-WRITE.
007000     IF WS-PENDCHG-STATUS NOT = '00'
007010         PERFORM 2090-REJECT-TRANSACTION
007020             THRU 2090-REJECT-TRANSACTION-EXIT
007030         MOVE 'I-O ERROR ON QUEUE' TO AU-DISPOSITION
007040         DISPLAY "MASSMNT: FILE STATUS = " WS-PENDCHG-STATUS
007050         MOVE 8 TO RETURN-CODE
007060         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
007070     END-IF.
007080     ADD 1 TO WS-QUEUED-COUNT.
007090     MOVE WS-PEND-REF-NUMBER TO AU-REF-NUMBER.
007100     MOVE 'QUEUED FOR APPROVAL' TO AU-DISPOSITION.
007110 4010-QUEUE-ONE-TRANSACTION-WRITE.
007120     WRITE MASSAUDT-RECORD.
007130 4010-QUEUE-ONE-TRANSACTION-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160*    4100-ISSUE-REFERENCE - TAKE THE NEXT REFERENCE NUMBER FROM
007170*    THE PENDING-CHANGE CONTROL RECORD, WRITING THAT RECORD THE
007180*    FIRST TIME. LEAVES WS-PEND-REF-NUMBER AT ZERO WHEN NO
007190*    NUMBER COULD BE ISSUED.
007200*-----------------------------------------------------------------
007210 4100-ISSUE-REFERENCE.
007220     MOVE ZERO TO WS-PEND-REF-NUMBER.
007230     MOVE ZERO TO PK-REF-NUMBER.
007240     READ PENDCHG
007250         INVALID KEY
007260             GO TO 4100-ISSUE-REFERENCE-FIRST
007270     END-READ.
007280     IF WS-PENDCHG-STATUS NOT = '00'
007290         DISPLAY "MASSMNT: PENDING-CHANGE CONTROL RECORD"
007300             " UNREADABLE"
007310         DISPLAY "MASSMNT: FILE STATUS = " WS-PENDCHG-STATUS
007320         GO TO 4100-ISSUE-REFERENCE-EXIT
007330     END-IF.
007340     ADD 1 TO PK-LAST-REF-NUMBER.
007350     REWRITE PENDCHG-CONTROL-RECORD
007360         INVALID KEY
007370             CONTINUE
007380     END-REWRITE.
007390     IF WS-PENDCHG-STATUS NOT = '00'
007400         DISPLAY "MASSMNT: PENDING-CHANGE CONTROL RECORD REWRITE"
007410             " FAILED"
007420         DISPLAY "MASSMNT: FILE STATUS = " WS-PENDCHG-STATUS
007430         GO TO 4100-ISSUE-REFERENCE-EXIT
007440     END-IF.
007450     MOVE PK-LAST-REF-NUMBER TO WS-PEND-REF-NUMBER.
007460     GO TO 4100-ISSUE-REFERENCE-EXIT.
007470 4100-ISSUE-REFERENCE-FIRST.
007480     MOVE SPACES TO PENDCHG-CONTROL-RECORD.
007490     MOVE ZERO TO PK-REF-NUMBER.
007500     MOVE 1 TO PK-LAST-REF-NUMBER.
007510     WRITE PENDCHG-CONTROL-RECORD
007520         INVALID KEY
007530             CONTINUE
007540     END-WRITE.
007550     IF WS-PENDCHG-STATUS NOT = '00'
007560         DISPLAY "MASSMNT: PENDING-CHANGE CONTROL RECORD WRITE"
007570             " FAILED"
007580         DISPLAY "MASSMNT: FILE STATUS = " WS-PENDCHG-STATUS
007590         GO TO 4100-ISSUE-REFERENCE-EXIT
007600     END-IF.
007610     MOVE 1 TO WS-PEND-REF-NUMBER.
007620 4100-ISSUE-REFERENCE-EXIT.
007630     EXIT.
007640*-----------------------------------------------------------------
007650*    9000-TERMINATE - CLOSE FILES AND REPORT THE MAINTENANCE RUN
007660*-----------------------------------------------------------------
007670 9000-TERMINATE.
007680     CLOSE MASS.
007690     IF WS-MASS-STATUS NOT = '00'
007700         DISPLAY "MASSMNT: ERROR CLOSING THE MASS FILE"
007710         DISPLAY "MASSMNT: FILE STATUS = " WS-MASS-STATUS
007720         MOVE 16 TO RETURN-CODE
007730     END-IF.
007740     CLOSE MASSTRAN.
007750     CLOSE MASSAUDT.
007760     CLOSE MASSJRNL.
007770     CLOSE PENDCHG.
007780     DISPLAY "MASSMNT: APPROVED CHANGES:     " WS-APPROVED-COUNT.
007790     DISPLAY "MASSMNT: TRANSACTIONS READ:    " WS-TRAN-COUNT.
007800     DISPLAY "MASSMNT: TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
007810     DISPLAY "MASSMNT: TRANSACTIONS REJECTED " WS-REJECTED-COUNT.
007820     DISPLAY "MASSMNT: TRANSACTIONS QUEUED:  " WS-QUEUED-COUNT.
007830     DISPLAY "MASSMNT: JOURNAL RECORDS:      " WS-JOURNAL-COUNT.
007840     IF WS-REJECTED-COUNT > ZERO
007850             AND RETURN-CODE = ZERO
007860         MOVE 4 TO RETURN-CODE
007870     END-IF.
007880     MOVE 'E' TO RA-PHASE.
007890     MOVE WS-TRAN-COUNT TO RA-RECORDS-READ.
007900     MOVE WS-REJECTED-COUNT TO RA-RECORDS-REJECTED.
007910     MOVE WS-APPLIED-COUNT TO RA-FINAL-TOTAL.
007920     MOVE RETURN-CODE TO RA-RETURN-CODE.
007930     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
007940 9000-TERMINATE-EXIT.
007950     EXIT.
