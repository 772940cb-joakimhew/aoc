000230*                      DELETE IS FOR RECORDS LOADED IN ERROR.
000240*                      RC 4 MEANS AT LEAST ONE TRANSACTION WAS
000250*                      REJECTED.
000260*    2026-10-15  JH    DUAL CONTROL, AS IN MASSMNT. TRANSACTIONS
000270*                      NOW CARRY THE ENTRY ID AND ARE QUEUED ON
000280*                      THE SHARED PENDING-CHANGE KSDS UNDER A
000290*                      REFERENCE NUMBER. ONLY CHANGES A SECOND
000300*                      PERSON HAS APPROVED THROUGH CHGAPPR ARE
000310*                      APPLIED, AT THE START OF THE NEXT RUN.
000320*                      AUDIT RECORDS CARRY THE REFERENCE AND THE
000330*                      ENTRY AND APPROVAL IDS.
000340*-----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MODMAST ASSIGN TO MODMSTDD
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS MM-MODULE-ID
000420         FILE STATUS IS WS-MODMAST-STATUS.
000430     SELECT MODTRAN ASSIGN TO 'MODTRAN.DAT'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-MODTRAN-STATUS.
000460     SELECT MODAUDT ASSIGN TO 'MODAUDT.DAT'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT PENDCHG ASSIGN TO PENDCHGD
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PC-REF-NUMBER
000520         FILE STATUS IS WS-PENDCHG-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*-----------------------------------------------------------------
000560*    MODMSTDD - MODULE MASTER KSDS, KEYED ON MODULE-ID. LAYOUT
000570*    MATCHES THE RECORD READ BY THE SHARED MODLOOK ROUTINE.
000580*-----------------------------------------------------------------
000590 FD  MODMAST.
000600 01  MODMAST-FILE.
000610     05  MM-MODULE-ID             PIC X(05).
000620     05  MM-SPACER-1              PIC X(01).
000630     05  MM-MODULE-NAME           PIC X(20).
000640     05  MM-SPACER-2              PIC X(01).
000650     05  MM-STAGE-DESC            PIC X(20).
000660     05  MM-SPACER-3              PIC X(01).
000670     05  MM-OWNING-TEAM           PIC X(10).
000680     05  MM-SPACER-4              PIC X(01).
000690     05  MM-STATUS                PIC X(01).
000700*-----------------------------------------------------------------
000710*    MODTRAN.DAT - MODULE MASTER MAINTENANCE TRANSACTIONS.
000720*    ACTION IS A (ADD), C (CHANGE), OR D (DELETE). THE NAME,
000730*    DESCRIPTION, TEAM, AND STATUS ARE IGNORED ON A DELETE; ON
000740*    A CHANGE A BLANK FIELD LEAVES THE MASTER'S VALUE ALONE.
000750*    THE ENTRY ID IS THE USER ID OF THE PERSON WHO KEYED THE
000760*    TRANSACTION - THE APPROVER MUST BE SOMEONE ELSE.
000770*-----------------------------------------------------------------
000780 FD  MODTRAN.
000790 01  MODTRAN-RECORD.
000800     05  MD-ACTION                PIC X(01).
000810     05  MD-SPACER-1              PIC X(01).
000820     05  MD-MODULE-ID             PIC X(05).
000830     05  MD-SPACER-2              PIC X(01).
000840     05  MD-MODULE-NAME           PIC X(20).
000850     05  MD-SPACER-3              PIC X(01).
000860     05  MD-STAGE-DESC            PIC X(20).
000870     05  MD-SPACER-4              PIC X(01).
000880     05  MD-OWNING-TEAM           PIC X(10).
000890     05  MD-SPACER-5              PIC X(01).
000900     05  MD-STATUS                PIC X(01).
000910     05  MD-SPACER-6              PIC X(01).
000920     05  MD-ENTERED-BY            PIC X(08).
000930*-----------------------------------------------------------------
000940*    MODAUDT.DAT - BEFORE/AFTER AUDIT TRAIL, ONE RECORD PER
000950*    TRANSACTION QUEUED, APPLIED, OR REJECTED. THE IMAGES CARRY
000960*    THE MODULE NAME AND STATUS. THE REFERENCE NUMBER IS THE
000970*    PENDING-CHANGE KEY (ZERO WHEN NONE WAS ISSUED).
000980*-----------------------------------------------------------------
000990 FD  MODAUDT.
001000 01  MODAUDT-RECORD.
001010     05  AU-TRAN-NUMBER           PIC 9(06).
001020     05  AU-SPACER-1              PIC X(01).
001030     05  AU-ACTION                PIC X(01).
001040     05  AU-SPACER-2              PIC X(01).
001050     05  AU-MODULE-ID             PIC X(05).
001060     05  AU-SPACER-3              PIC X(01).
001070     05  AU-BEFORE-IMAGE          PIC X(21).
001080     05  AU-SPACER-4              PIC X(01).
001090     05  AU-AFTER-IMAGE           PIC X(21).
001100     05  AU-SPACER-5              PIC X(01).
001110     05  AU-DISPOSITION           PIC X(22).
001120     05  AU-SPACER-6              PIC X(01).
001130     05  AU-REF-NUMBER            PIC 9(06).
001140     05  AU-SPACER-7              PIC X(01).
001150     05  AU-ENTERED-BY            PIC X(08).
001160     05  AU-SPACER-8              PIC X(01).
001170     05  AU-APPROVED-BY           PIC X(08).
001180*-----------------------------------------------------------------
001190*    PENDCHGD - PENDING-CHANGE KSDS, KEYED ON THE REFERENCE
001200*    NUMBER, SHARED WITH MASSMNT AND RATEMNT. STATUS IS P
001210*    (PENDING), A (APPROVED), R (REJECTED), X (APPLIED), OR F
001220*    (APPROVED BUT REJECTED WHEN APPLIED). THE TRANSACTION IMAGE
001230*    IS THE RECORD AS KEYED. REFERENCE ZERO IS THE CONTROL
001240*    RECORD CARRYING THE LAST REFERENCE NUMBER ISSUED.
001250*-----------------------------------------------------------------
001260 FD  PENDCHG.
001270 01  PENDCHG-RECORD.
001280     05  PC-REF-NUMBER            PIC 9(06).
001290     05  PC-SPACER-1              PIC X(01).
001300     05  PC-PROGRAM-ID            PIC X(08).
001310     05  PC-SPACER-2              PIC X(01).
001320     05  PC-STATUS                PIC X(01).
001330     05  PC-SPACER-3              PIC X(01).
001340     05  PC-ENTERED-BY            PIC X(08).
001350     05  PC-SPACER-4              PIC X(01).
001360     05  PC-ENTERED-DATE          PIC X(10).
001370     05  PC-SPACER-5              PIC X(01).
001380     05  PC-DECIDED-BY            PIC X(08).
001390     05  PC-SPACER-6              PIC X(01).
001400     05  PC-DECIDED-DATE          PIC X(10).
001410     05  PC-SPACER-7              PIC X(01).
001420     05  PC-APPLIED-DATE          PIC X(10).
001430     05  PC-SPACER-8              PIC X(01).
001440     05  PC-TRAN-IMAGE            PIC X(80).
001450 01  PENDCHG-CONTROL-RECORD.
001460     05  PK-REF-NUMBER            PIC 9(06).
001470     05  PK-SPACER-1              PIC X(01).
001480     05  PK-LAST-REF-NUMBER       PIC 9(06).
001490     05  FILLER                   PIC X(136).
001500 WORKING-STORAGE SECTION.
001510*-----------------------------------------------------------------
001520*    SWITCHES AND COUNTERS
001530*-----------------------------------------------------------------
001540 01  WS-EOF                       PIC X(01)   VALUE 'N'.
001550     88  END-OF-MODTRAN-FILE                  VALUE 'Y'.
001560 01  WS-MODMAST-STATUS            PIC X(02)   VALUE '00'.
001570 01  WS-MODTRAN-STATUS            PIC X(02)   VALUE '00'.
001580 01  WS-PENDCHG-EOF               PIC X(01)   VALUE 'N'.
001590     88  END-OF-PENDCHG-FILE                  VALUE 'Y'.
001600 01  WS-PENDCHG-STATUS            PIC X(02)   VALUE '00'.
001610 01  WS-TRAN-COUNT                PIC 9(06)   VALUE ZERO.
001620 01  WS-APPLIED-COUNT             PIC 9(06)   VALUE ZERO.
001630 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
001640 01  WS-QUEUED-COUNT              PIC 9(06)   VALUE ZERO.
001650 01  WS-APPROVED-COUNT            PIC 9(06)   VALUE ZERO.
001660 01  WS-APPLIED-BEFORE            PIC 9(06)   VALUE ZERO.
001670*-----------------------------------------------------------------
001680*    NAME-AND-STATUS IMAGES FOR THE AUDIT TRAIL
001690*-----------------------------------------------------------------
001700 01  WS-MODULE-IMAGE.
001710     05  MI-MODULE-NAME           PIC X(20).
001720     05  MI-STATUS                PIC X(01).
001730*-----------------------------------------------------------------
001740*    PENDING-CHANGE IDENTIFICATION CARRIED ONTO THE AUDIT TRAIL
001750*-----------------------------------------------------------------
001760 01  WS-PEND-REF-NUMBER           PIC 9(06)   VALUE ZERO.
001770 01  WS-PEND-ENTERED-BY           PIC X(08)   VALUE SPACES.
001780 01  WS-PEND-APPROVED-BY          PIC X(08)   VALUE SPACES.
001790*-----------------------------------------------------------------
001800*    RUN IDENTIFICATION
001810*-----------------------------------------------------------------
001820 01  WS-RUN-DATE.
001830     05  WS-RUN-YYYY              PIC 9(04).
001840     05  WS-RUN-MM                PIC 9(02).
001850     05  WS-RUN-DD                PIC 9(02).
001860 01  WS-RUN-DATE-DISPLAY          PIC X(10).
001870*-----------------------------------------------------------------
001880*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
001890*-----------------------------------------------------------------
001900 01  WS-RUNLOG-AREA.
001910     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'MODMMNT'.
001920     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
001930     05  RA-INPUT-NAME            PIC X(20)   VALUE 'MODTRAN'.
001940     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
001950     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
001960     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
001970     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
001980 PROCEDURE DIVISION.
001990*-----------------------------------------------------------------
002000*    0000-MAINLINE
002010*-----------------------------------------------------------------
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE
002040         THRU 1000-INITIALIZE-EXIT.
002050     IF RETURN-CODE NOT = ZERO
002060         GO TO 0000-MAINLINE-EXIT
002070     END-IF.
002080     PERFORM 2000-APPLY-APPROVED-CHANGES
002090         THRU 2000-APPLY-APPROVED-CHANGES-EXIT.
002100     PERFORM 4000-QUEUE-TRANSACTIONS
002110         THRU 4000-QUEUE-TRANSACTIONS-EXIT.
002120     PERFORM 9000-TERMINATE
002130         THRU 9000-TERMINATE-EXIT.
002140 0000-MAINLINE-EXIT.
002150     STOP RUN.
002160*-----------------------------------------------------------------
002170*    1000-INITIALIZE - OPEN THE MODULE MASTER FOR UPDATE IN
002180*    PLACE, FALLING BACK TO AN OUTPUT OPEN THE FIRST TIME THE
002190*    MASTER IS LOADED, PLUS THE PENDING-CHANGE FILE (LIKEWISE),
002200*    THE TRANSACTION FILE, AND THE AUDIT TRAIL
002210*-----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002240     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
002250         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002260     MOVE 'S' TO RA-PHASE.
002270     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
002280     OPEN I-O MODMAST.
002290     IF WS-MODMAST-STATUS = '35'
002300         DISPLAY "MODMMNT: NO MODULE MASTER YET - LOADING A"
002310             " NEW ONE"
002320         OPEN OUTPUT MODMAST
002330         IF WS-MODMAST-STATUS = '00'
002340             CLOSE MODMAST
002350             OPEN I-O MODMAST
002360         END-IF
002370     END-IF.
002380     IF WS-MODMAST-STATUS NOT = '00'
002390         DISPLAY "MODMMNT: UNABLE TO OPEN THE MODULE MASTER"
002400         DISPLAY "MODMMNT: FILE STATUS = " WS-MODMAST-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 1000-INITIALIZE-EXIT
002430     END-IF.
002440     OPEN I-O PENDCHG.
002450     IF WS-PENDCHG-STATUS = '35'
002460         DISPLAY "MODMMNT: NO PENDING-CHANGE FILE YET - LOADING A"
002470             " NEW ONE"
002480         OPEN OUTPUT PENDCHG
002490         IF WS-PENDCHG-STATUS = '00'
002500             CLOSE PENDCHG
002510             OPEN I-O PENDCHG
002520         END-IF
002530     END-IF.
002540     IF WS-PENDCHG-STATUS NOT = '00'
002550         DISPLAY "MODMMNT: UNABLE TO OPEN THE PENDING-CHANGE FILE"
002560         DISPLAY "MODMMNT: FILE STATUS = " WS-PENDCHG-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         CLOSE MODMAST
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610     OPEN INPUT MODTRAN.
002620     IF WS-MODTRAN-STATUS NOT = '00'
002630         DISPLAY "MODMMNT: UNABLE TO OPEN THE TRANSACTION FILE"
002640         DISPLAY "MODMMNT: FILE STATUS = " WS-MODTRAN-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         CLOSE MODMAST
002670         CLOSE PENDCHG
002680         GO TO 1000-INITIALIZE-EXIT
002690     END-IF.
002700     OPEN OUTPUT MODAUDT.
002710 1000-INITIALIZE-EXIT.
002720     EXIT.
002730*-----------------------------------------------------------------
002740*    2000-APPLY-APPROVED-CHANGES - BROWSE THE PENDING-CHANGE
002750*    FILE AND APPLY EVERY MODULE MASTER CHANGE A SECOND
002760*    PERSON HAS APPROVED, IN REFERENCE ORDER
002770*-----------------------------------------------------------------
002780 2000-APPLY-APPROVED-CHANGES.
002790     MOVE ZERO TO PC-REF-NUMBER.
002800     START PENDCHG KEY IS GREATER THAN PC-REF-NUMBER
002810         INVALID KEY
002820             MOVE 'Y' TO WS-PENDCHG-EOF
002830     END-START.
002840     PERFORM 2020-APPLY-ONE-APPROVED
002850         THRU 2020-APPLY-ONE-APPROVED-EXIT
002860         UNTIL END-OF-PENDCHG-FILE.
002870     MOVE ZERO TO WS-PEND-REF-NUMBER.
002880     MOVE SPACES TO WS-PEND-ENTERED-BY.
002890     MOVE SPACES TO WS-PEND-APPROVED-BY.
002900 2000-APPLY-APPROVED-CHANGES-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930*    2010-APPLY-TRANSACTION - VALIDATE AND ROUTE ONE
002940*    TRANSACTION. EVERY PATH OUT OF HERE WRITES EXACTLY ONE
002950*    AUDIT RECORD.
002960*-----------------------------------------------------------------
002970 2010-APPLY-TRANSACTION.
002980     ADD 1 TO WS-TRAN-COUNT.
002990     MOVE SPACES TO MODAUDT-RECORD.
003000     MOVE WS-TRAN-COUNT TO AU-TRAN-NUMBER.
003010     MOVE MD-ACTION TO AU-ACTION.
003020     MOVE MD-MODULE-ID TO AU-MODULE-ID.
003030     MOVE WS-PEND-REF-NUMBER TO AU-REF-NUMBER.
003040     MOVE WS-PEND-ENTERED-BY TO AU-ENTERED-BY.
003050     MOVE WS-PEND-APPROVED-BY TO AU-APPROVED-BY.
003060     IF MD-MODULE-ID = SPACES
003070         PERFORM 2090-REJECT-TRANSACTION
003080             THRU 2090-REJECT-TRANSACTION-EXIT
003090         MOVE 'MODULE-ID MISSING' TO AU-DISPOSITION
003100         GO TO 2010-APPLY-TRANSACTION-WRITE
003110     END-IF.
003120     IF MD-MODULE-ID = 'CNTRL'
003130         PERFORM 2090-REJECT-TRANSACTION
003140             THRU 2090-REJECT-TRANSACTION-EXIT
003150         MOVE 'CNTRL NOT A MODULE' TO AU-DISPOSITION
003160         GO TO 2010-APPLY-TRANSACTION-WRITE
003170     END-IF.
003180     IF MD-STATUS NOT = 'A' AND MD-STATUS NOT = 'I'
003190             AND MD-STATUS NOT = SPACE
003200         PERFORM 2090-REJECT-TRANSACTION
003210             THRU 2090-REJECT-TRANSACTION-EXIT
003220         MOVE 'STATUS NOT A OR I' TO AU-DISPOSITION
003230         GO TO 2010-APPLY-TRANSACTION-WRITE
003240     END-IF.
003250     EVALUATE MD-ACTION
003260         WHEN 'A'
003270             PERFORM 2100-ADD-MODULE
003280                 THRU 2100-ADD-MODULE-EXIT
003290         WHEN 'C'
003300             PERFORM 2200-CHANGE-MODULE
003310                 THRU 2200-CHANGE-MODULE-EXIT
003320         WHEN 'D'
003330             PERFORM 2300-DELETE-MODULE
003340                 THRU 2300-DELETE-MODULE-EXIT
003350         WHEN OTHER
003360             PERFORM 2090-REJECT-TRANSACTION
003370                 THRU 2090-REJECT-TRANSACTION-EXIT
003380             MOVE 'ACTION NOT A, C, OR D' TO AU-DISPOSITION
003390     END-EVALUATE.
003400 2010-APPLY-TRANSACTION-WRITE.
003410     WRITE MODAUDT-RECORD.
003420 2010-APPLY-TRANSACTION-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------------
003450*    2020-APPLY-ONE-APPROVED - ONE PENDING-CHANGE RECORD. AN
003460*    APPROVED MODULE MASTER CHANGE GOES THROUGH THE NORMAL
003470*    VALIDATION AND APPLY PATH AND IS MARKED APPLIED (X), OR
003480*    FAILED (F) WHEN THAT PATH REJECTS IT. ANYTHING ELSE IS LEFT
003490*    ALONE.
003500*-----------------------------------------------------------------
003510 2020-APPLY-ONE-APPROVED.
003520     READ PENDCHG NEXT RECORD
003530         AT END
003540             MOVE 'Y' TO WS-PENDCHG-EOF
003550             GO TO 2020-APPLY-ONE-APPROVED-EXIT
003560     END-READ.
003570     IF WS-PENDCHG-STATUS NOT = '00'
003580         DISPLAY "MODMMNT: I/O ERROR READING THE PENDING-CHANGE"
003590             " FILE"
003600         DISPLAY "MODMMNT: FILE STATUS = " WS-PENDCHG-STATUS
003610         MOVE 'Y' TO WS-PENDCHG-EOF
003620         MOVE 8 TO RETURN-CODE
003630         GO TO 2020-APPLY-ONE-APPROVED-EXIT
003640     END-IF.
003650     IF PC-PROGRAM-ID NOT = 'MODMMNT'
003660             OR PC-STATUS NOT = 'A'
003670         GO TO 2020-APPLY-ONE-APPROVED-EXIT
003680     END-IF.
003690     ADD 1 TO WS-APPROVED-COUNT.
003700     MOVE PC-REF-NUMBER TO WS-PEND-REF-NUMBER.
003710     MOVE PC-ENTERED-BY TO WS-PEND-ENTERED-BY.
003720     MOVE PC-DECIDED-BY TO WS-PEND-APPROVED-BY.
003730     MOVE PC-TRAN-IMAGE TO MODTRAN-RECORD.
003740     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE.
003750     PERFORM 2010-APPLY-TRANSACTION
003760         THRU 2010-APPLY-TRANSACTION-EXIT.
003770     IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
003780         MOVE 'X' TO PC-STATUS
003790     ELSE
003800         MOVE 'F' TO PC-STATUS
003810     END-IF.
003820     MOVE WS-RUN-DATE-DISPLAY TO PC-APPLIED-DATE.
003830     REWRITE PENDCHG-RECORD
003840         INVALID KEY
003850             CONTINUE
003860     END-REWRITE.
003870     IF WS-PENDCHG-STATUS NOT = '00'
003880         DISPLAY "MODMMNT: REFERENCE " PC-REF-NUMBER
003890             " NOT MARKED " PC-STATUS " ON THE PENDING-CHANGE"
003900             " FILE"
003910         DISPLAY "MODMMNT: FILE STATUS = " WS-PENDCHG-STATUS
003920         MOVE 8 TO RETURN-CODE
003930     END-IF.
003940 2020-APPLY-ONE-APPROVED-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970*    2090-REJECT-TRANSACTION - COMMON REJECT BOOKKEEPING. THE
003980*    CALLER SUPPLIES THE DISPOSITION TEXT AFTER THE PERFORM.
003990*-----------------------------------------------------------------
004000 2090-REJECT-TRANSACTION.
004010     ADD 1 TO WS-REJECTED-COUNT.
004020     DISPLAY "MODMMNT: REJECTED TRAN " WS-TRAN-COUNT
004030         " ACTION " MD-ACTION " MODULE " MD-MODULE-ID.
004040 2090-REJECT-TRANSACTION-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070*    2100-ADD-MODULE - WRITE A NEW MASTER RECORD, REJECTING A
004080*    KEY ALREADY ON FILE OR A MISSING NAME. A BLANK STATUS
004090*    DEFAULTS TO ACTIVE.
004100*-----------------------------------------------------------------
004110 2100-ADD-MODULE.
004120     IF MD-MODULE-NAME = SPACES
004130         PERFORM 2090-REJECT-TRANSACTION
004140             THRU 2090-REJECT-TRANSACTION-EXIT
004150         MOVE 'MODULE NAME MISSING' TO AU-DISPOSITION
004160         GO TO 2100-ADD-MODULE-EXIT
004170     END-IF.
004180     MOVE SPACES TO MODMAST-FILE.
004190     MOVE MD-MODULE-ID TO MM-MODULE-ID.
004200     MOVE MD-MODULE-NAME TO MM-MODULE-NAME.
004210     MOVE MD-STAGE-DESC TO MM-STAGE-DESC.
004220     MOVE MD-OWNING-TEAM TO MM-OWNING-TEAM.
004230     IF MD-STATUS = SPACE
004240         MOVE 'A' TO MM-STATUS
004250     ELSE
004260         MOVE MD-STATUS TO MM-STATUS
004270     END-IF.
004280     WRITE MODMAST-FILE
004290         INVALID KEY
004300             PERFORM 2090-REJECT-TRANSACTION
004310                 THRU 2090-REJECT-TRANSACTION-EXIT
004320             MOVE 'DUPLICATE KEY' TO AU-DISPOSITION
004330             GO TO 2100-ADD-MODULE-EXIT
004340     END-WRITE.
004350     IF WS-MODMAST-STATUS NOT = '00'
004360         PERFORM 2090-REJECT-TRANSACTION
004370             THRU 2090-REJECT-TRANSACTION-EXIT
004380         MOVE 'I-O ERROR ON WRITE' TO AU-DISPOSITION
004390         DISPLAY "MODMMNT: FILE STATUS = " WS-MODMAST-STATUS
004400         MOVE 8 TO RETURN-CODE
004410         GO TO 2100-ADD-MODULE-EXIT
004420     END-IF.
004430     ADD 1 TO WS-APPLIED-COUNT.
004440     MOVE MM-MODULE-NAME TO MI-MODULE-NAME.
004450     MOVE MM-STATUS TO MI-STATUS.
004460     MOVE WS-MODULE-IMAGE TO AU-AFTER-IMAGE.
004470     MOVE 'ADDED' TO AU-DISPOSITION.
004480 2100-ADD-MODULE-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510*    2200-CHANGE-MODULE - REWRITE AN EXISTING MASTER RECORD IN
004520*    PLACE, REJECTING A KEY NOT ON FILE. A BLANK FIELD ON THE
004530*    TRANSACTION LEAVES THE MASTER'S VALUE ALONE, SO A STATUS-
004540*    ONLY RETIREMENT NEEDS NOTHING ELSE KEYED.
004550*-----------------------------------------------------------------
004560 2200-CHANGE-MODULE.
004570     MOVE MD-MODULE-ID TO MM-MODULE-ID.
004580     READ MODMAST
004590         INVALID KEY
004600             PERFORM 2090-REJECT-TRANSACTION
004610                 THRU 2090-REJECT-TRANSACTION-EXIT
004620             MOVE 'KEY NOT FOUND' TO AU-DISPOSITION
004630             GO TO 2200-CHANGE-MODULE-EXIT
004640     END-READ.
004650     MOVE MM-MODULE-NAME TO MI-MODULE-NAME.
004660     MOVE MM-STATUS TO MI-STATUS.
004670     MOVE WS-MODULE-IMAGE TO AU-BEFORE-IMAGE.
004680     IF MD-MODULE-NAME NOT = SPACES
004690         MOVE MD-MODULE-NAME TO MM-MODULE-NAME
004700     END-IF.
004710     IF MD-STAGE-DESC NOT = SPACES
004720         MOVE MD-STAGE-DESC TO MM-STAGE-DESC
004730     END-IF.
004740     IF MD-OWNING-TEAM NOT = SPACES
004750         MOVE MD-OWNING-TEAM TO MM-OWNING-TEAM
004760     END-IF.
004770     IF MD-STATUS NOT = SPACE
004780         MOVE MD-STATUS TO MM-STATUS
004790     END-IF.
004800     REWRITE MODMAST-FILE
004810         INVALID KEY
004820             PERFORM 2090-REJECT-TRANSACTION
004830                 THRU 2090-REJECT-TRANSACTION-EXIT
004840             MOVE 'REWRITE FAILED' TO AU-DISPOSITION
004850             GO TO 2200-CHANGE-MODULE-EXIT
004860     END-REWRITE.
004870     IF WS-MODMAST-STATUS NOT = '00'
004880         PERFORM 2090-REJECT-TRANSACTION
004890             THRU 2090-REJECT-TRANSACTION-EXIT
004900         MOVE 'I-O ERROR ON REWRITE' TO AU-DISPOSITION
004910         DISPLAY "MODMMNT: FILE STATUS = " WS-MODMAST-STATUS
004920         MOVE 8 TO RETURN-CODE
004930         GO TO 2200-CHANGE-MODULE-EXIT
004940     END-IF.
004950     ADD 1 TO WS-APPLIED-COUNT.
004960     MOVE MM-MODULE-NAME TO MI-MODULE-NAME.
004970     MOVE MM-STATUS TO MI-STATUS.
004980     MOVE WS-MODULE-IMAGE TO AU-AFTER-IMAGE.
004990     MOVE 'CHANGED' TO AU-DISPOSITION.
005000 2200-CHANGE-MODULE-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030*    2300-DELETE-MODULE - DELETE AN EXISTING MASTER RECORD,
005040*    REJECTING A KEY NOT ON FILE. FOR A MODULE THAT IS MERELY
005050*    RETIRED, CHANGE ITS STATUS TO 'I' INSTEAD.
005060*-----------------------------------------------------------------
005070 2300-DELETE-MODULE.
005080     MOVE MD-MODULE-ID TO MM-MODULE-ID.
005090     READ MODMAST
005100         INVALID KEY
005110             PERFORM 2090-REJECT-TRANSACTION
005120                 THRU 2090-REJECT-TRANSACTION-EXIT
005130             MOVE 'KEY NOT FOUND' TO AU-DISPOSITION
005140             GO TO 2300-DELETE-MODULE-EXIT
005150     END-READ.
005160     MOVE MM-MODULE-NAME TO MI-MODULE-NAME.
005170     MOVE MM-STATUS TO MI-STATUS.
005180     MOVE WS-MODULE-IMAGE TO AU-BEFORE-IMAGE.
005190     DELETE MODMAST
005200         INVALID KEY
005210             PERFORM 2090-REJECT-TRANSACTION
005220                 THRU 2090-REJECT-TRANSACTION-EXIT
005230             MOVE 'DELETE FAILED' TO AU-DISPOSITION
005240             GO TO 2300-DELETE-MODULE-EXIT
005250     END-DELETE.
005260     IF WS-MODMAST-STATUS NOT = '00'
005270         PERFORM 2090-REJECT-TRANSACTION
005280             THRU 2090-REJECT-TRANSACTION-EXIT
005290         MOVE 'I-O ERROR ON DELETE' TO AU-DISPOSITION
005300         DISPLAY "MODMMNT: FILE STATUS = " WS-MODMAST-STATUS
005310         MOVE 8 TO RETURN-CODE
005320         GO TO 2300-DELETE-MODULE-EXIT
005330     END-IF.
005340     ADD 1 TO WS-APPLIED-COUNT.
005350     MOVE 'DELETED' TO AU-DISPOSITION.
005360 2300-DELETE-MODULE-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390*    4000-QUEUE-TRANSACTIONS - READ THE NEW TRANSACTIONS AND
005400*    QUEUE EACH ONE ON THE PENDING-CHANGE FILE FOR APPROVAL.
005410*    NOTHING READ HERE TOUCHES THE MODULE MASTER.
005420*-----------------------------------------------------------------
005430 4000-QUEUE-TRANSACTIONS.
005440     PERFORM 4010-QUEUE-ONE-TRANSACTION
005450         THRU 4010-QUEUE-ONE-TRANSACTION-EXIT
005460         UNTIL END-OF-MODTRAN-FILE.
005470 4000-QUEUE-TRANSACTIONS-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------------
005500*    4010-QUEUE-ONE-TRANSACTION - ISSUE A REFERENCE NUMBER AND
005510*    WRITE THE TRANSACTION AS KEYED TO THE PENDING-CHANGE FILE.
005520*    A TRANSACTION WITH NO ENTRY ID OR AN UNKNOWN ACTION IS
005530*    REJECTED NOW RATHER THAN LEFT FOR AN APPROVER. EVERY PATH
005540*    WRITES EXACTLY ONE AUDIT RECORD.
005550*-----------------------------------------------------------------
005560 4010-QUEUE-ONE-TRANSACTION.
005570     READ MODTRAN
005580         AT END
005590             MOVE 'Y' TO WS-EOF
005600             GO TO 4010-QUEUE-ONE-TRANSACTION-EXIT
005610     END-READ.
005620     ADD 1 TO WS-TRAN-COUNT.
005630     MOVE SPACES TO MODAUDT-RECORD.
005640     MOVE WS-TRAN-COUNT TO AU-TRAN-NUMBER.
005650     MOVE MD-ACTION TO AU-ACTION.
005660     MOVE MD-MODULE-ID TO AU-MODULE-ID.
005670     MOVE ZERO TO AU-REF-NUMBER.
005680     MOVE MD-ENTERED-BY TO AU-ENTERED-BY.
005690     IF MD-ACTION = 'A' OR MD-ACTION = 'C'
005700         MOVE MD-MODULE-NAME TO MI-MODULE-NAME
005710         MOVE MD-STATUS TO MI-STATUS
005720         MOVE WS-MODULE-IMAGE TO AU-AFTER-IMAGE
005730     END-IF.
005740     IF MD-ENTERED-BY = SPACES
005750         PERFORM 2090-REJECT-TRANSACTION
005760             THRU 2090-REJECT-TRANSACTION-EXIT
005770         MOVE 'ENTRY ID MISSING' TO AU-DISPOSITION
005780         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
005790     END-IF.
005800     IF MD-ACTION NOT = 'A' AND MD-ACTION NOT = 'C'
005810             AND MD-ACTION NOT = 'D'
005820         PERFORM 2090-REJECT-TRANSACTION
005830             THRU 2090-REJECT-TRANSACTION-EXIT
005840         MOVE 'ACTION NOT A, C, OR D' TO AU-DISPOSITION
005850         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
005860     END-IF.
005870     PERFORM 4100-ISSUE-REFERENCE
005880         THRU 4100-ISSUE-REFERENCE-EXIT.
005890     IF WS-PEND-REF-NUMBER = ZERO
005900         PERFORM 2090-REJECT-TRANSACTION
005910             THRU 2090-REJECT-TRANSACTION-EXIT
005920         MOVE 'NO REFERENCE ISSUED' TO AU-DISPOSITION
005930         MOVE 8 TO RETURN-CODE
005940         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
005950     END-IF.
005960     MOVE SPACES TO PENDCHG-RECORD.
005970     MOVE WS-PEND-REF-NUMBER TO PC-REF-NUMBER.
005980     MOVE 'MODMMNT' TO PC-PROGRAM-ID.
005990     MOVE 'P' TO PC-STATUS.
006000     MOVE MD-ENTERED-BY TO PC-ENTERED-BY.
006010     MOVE WS-RUN-DATE-DISPLAY TO PC-ENTERED-DATE.
006020     MOVE MODTRAN-RECORD TO PC-TRAN-IMAGE.
006030     WRITE PENDCHG-RECORD
006040         INVALID KEY
006050             PERFORM 2090-REJECT-TRANSACTION
006060                 THRU 2090-REJECT-TRANSACTION-EXIT
006070             MOVE 'DUPLICATE REFERENCE' TO AU-DISPOSITION
006080             MOVE 8 TO RETURN-CODE
006090             GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
006100     END-WRITE.
006110     IF WS-PENDCHG-STATUS NOT = '00'
006120         PERFORM 2090-REJECT-TRANSACTION
006130             THRU 2090-REJECT-TRANSACTION-EXIT
006140         MOVE 'I-O ERROR ON QUEUE' TO AU-DISPOSITION
006150         DISPLAY "MODMMNT: FILE STATUS = " WS-PENDCHG-STATUS
006160         MOVE 8 TO RETURN-CODE
006170         GO TO 4010-QUEUE-ONE-TRANSACTION-WRITE
006180     END-IF.
006190     ADD 1 TO WS-QUEUED-COUNT.
006200     MOVE WS-PEND-REF-NUMBER TO AU-REF-NUMBER.
006210     MOVE 'QUEUED FOR APPROVAL' TO AU-DISPOSITION.
006220 4010-QUEUE-ONE-TRANSACTION-WRITE.
006230     WRITE MODAUDT-RECORD.
006240 4010-QUEUE-ONE-TRANSACTION-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006270*    4100-ISSUE-REFERENCE - TAKE THE NEXT REFERENCE NUMBER FROM
006280*    THE PENDING-CHANGE CONTROL RECORD, WRITING THAT RECORD THE
006290*    FIRST TIME. LEAVES WS-PEND-REF-NUMBER AT ZERO WHEN NO
006300*    NUMBER COULD BE ISSUED.
006310*-----------------------------------------------------------------
006320 4100-ISSUE-REFERENCE.
006330     MOVE ZERO TO WS-PEND-REF-NUMBER.
006340     MOVE ZERO TO PK-REF-NUMBER.
006350     READ PENDCHG
006360         INVALID KEY
006370             GO TO 4100-ISSUE-REFERENCE-FIRST
006380     END-READ.
006390     IF WS-PENDCHG-STATUS NOT = '00'
006400         DISPLAY "MODMMNT: PENDING-CHANGE CONTROL RECORD"
006410             " UNREADABLE"
006420         DISPLAY "MODMMNT: FILE STATUS = " WS-PENDCHG-STATUS
006430         GO TO 4100-ISSUE-REFERENCE-EXIT
006440     END-IF.
006450     ADD 1 TO PK-LAST-REF-NUMBER.
006460     REWRITE PENDCHG-CONTROL-RECORD
006470         INVALID KEY
006480             CONTINUE
006490     END-REWRITE.
006500     IF WS-PENDCHG-STATUS NOT = '00'
006510         DISPLAY "MODMMNT: PENDING-CHANGE CONTROL RECORD REWRITE"
006520             " FAILED"
006530         DISPLAY "MODMMNT: FILE STATUS = " WS-PENDCHG-STATUS
006540         GO TO 4100-ISSUE-REFERENCE-EXIT
006550     END-IF.
006560     MOVE PK-LAST-REF-NUMBER TO WS-PEND-REF-NUMBER.
006570     GO TO 4100-ISSUE-REFERENCE-EXIT.
006580 4100-ISSUE-REFERENCE-FIRST.
006590     MOVE SPACES TO PENDCHG-CONTROL-RECORD.
006600     MOVE ZERO TO PK-REF-NUMBER.
006610     MOVE 1 TO PK-LAST-REF-NUMBER.
006620     WRITE PENDCHG-CONTROL-RECORD
006630         INVALID KEY
006640             CONTINUE
006650     END-WRITE.
006660     IF WS-PENDCHG-STATUS NOT = '00'
006670         DISPLAY "MODMMNT: PENDING-CHANGE CONTROL RECORD WRITE"
006680             " FAILED"
006690         DISPLAY "MODMMNT: FILE STATUS = " WS-PENDCHG-STATUS
006700         GO TO 4100-ISSUE-REFERENCE-EXIT
006710     END-IF.
006720     MOVE 1 TO WS-PEND-REF-NUMBER.
006730 4100-ISSUE-REFERENCE-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------------
006760*    9000-TERMINATE - CLOSE FILES AND REPORT THE MAINTENANCE RUN
006770*-----------------------------------------------------------------
006780 9000-TERMINATE.
006790     CLOSE MODMAST.
006800     IF WS-MODMAST-STATUS NOT = '00'
006810         DISPLAY "MODMMNT: ERROR CLOSING THE MODULE MASTER"
006820         DISPLAY "MODMMNT: FILE STATUS = " WS-MODMAST-STATUS
006830         MOVE 16 TO RETURN-CODE
006840     END-IF.
006850     CLOSE MODTRAN.
006860     CLOSE MODAUDT.
006870     CLOSE PENDCHG.
006880     DISPLAY "MODMMNT: APPROVED CHANGES:     " WS-APPROVED-COUNT.
006890     DISPLAY "MODMMNT: TRANSACTIONS READ:    " WS-TRAN-COUNT.
006900     DISPLAY "MODMMNT: TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
006910     DISPLAY "MODMMNT: TRANSACTIONS REJECTED " WS-REJECTED-COUNT.
006920     DISPLAY "MODMMNT: TRANSACTIONS QUEUED:  " WS-QUEUED-COUNT.
006930     IF WS-REJECTED-COUNT > ZERO
006940             AND RETURN-CODE = ZERO
006950         MOVE 4 TO RETURN-CODE
006960     END-IF.
006970     MOVE 'E' TO RA-PHASE.
006980     MOVE WS-TRAN-COUNT TO RA-RECORDS-READ.
006990     MOVE WS-REJECTED-COUNT TO RA-RECORDS-REJECTED.
007000     MOVE WS-APPLIED-COUNT TO RA-FINAL-TOTAL.
007010     MOVE RETURN-CODE TO RA-RETURN-CODE.
007020     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
007030 9000-TERMINATE-EXIT.
007040     EXIT.
