000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MASSINTK.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    DAILY INTAKE OF THE WEIGH-STATION FEED INTO
000120*                      THE INDEXED MASS FILE, REPLACING THE
000130*                      ONE-TIME MASSCNVT LOAD. THE FEED CARRIES A
000140*                      HEADER (STATION ID, BATCH NUMBER, BUSINESS
000150*                      DATE) AND A TRAILER (RECORD COUNT, HASH
000160*                      TOTAL OF MASS-NUMBER), AND BOTH ARE PROVEN
000170*                      AGAINST THE DETAIL RECORDS BEFORE ANYTHING
000180*                      IS LOADED. THE CNTRL RECORD IS BUILT FROM
000190*                      THE TRAILER COUNT. EVERY ACCEPTED BATCH IS
000200*                      RECORDED ON THE KEYED BATCH REGISTRY, AND A
000210*                      BATCH WHOSE NUMBER OR BUSINESS DATE IS
000220*                      ALREADY ON THE REGISTRY IS REJECTED RC 12
000230*                      UNLESS THE OVERRIDE PARM IS GIVEN, SO THE
000240*                      SAME FEED CANNOT BE LOADED TWICE. ACCEPTED
000250*                      AND REJECTED BATCHES ALIKE ARE SHOWN ON THE
000260*                      INTAKE REPORT AND LOGGED ON THE CENTRAL RUN
000270*                      LOG.
000280*    2026-10-15  JH    A MODULE REPEATED ON THE FEED, OR A DETAIL
000290*                      CARRYING THE RESERVED CNTRL KEY OR A BLANK
000300*                      MODULE-ID, NOW REJECTS THE BATCH IN THE
000310*                      PROVE PASS, BEFORE MASSDD IS OPENED, RATHER
000320*                      THAN BEING REFUSED PART-WAY THROUGH THE
000330*                      LOAD. THE FEED STILL NEED NOT BE IN KEY
000340*                      ORDER.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FEED ASSIGN TO FEEDDD
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FEED-STATUS.
000420     SELECT MASS ASSIGN TO MASSDD
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MASS-MODULE-ID
000460         FILE STATUS IS WS-MASS-STATUS.
000470     SELECT BATCHREG ASSIGN TO BATCHRGD
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BR-BATCH-NUMBER
000510         FILE STATUS IS WS-BATCHREG-STATUS.
000520     SELECT INTKRPT ASSIGN TO 'INTKRPT.DAT'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*-----------------------------------------------------------------
000570*    FEEDDD - THE WEIGH-STATION FEED: ONE 'H' HEADER, ONE 'D'
000580*    RECORD PER MODULE, ONE 'T' TRAILER. THE RECORD TYPE IS
000590*    THE FIRST BYTE AND THE REST IS VIEWED THROUGH THE HEADER,
000600*    DETAIL, AND TRAILER LAYOUTS BELOW.
000610*-----------------------------------------------------------------
000620 FD  FEED.
000630 01  FEED-RECORD.
000640     05  WF-RECORD-TYPE           PIC X(01).
000650     05  WF-SPACER-1              PIC X(01).
000660     05  WF-RECORD-BODY           PIC X(78).
000670 01  FEED-HEADER.
000680     05  FILLER                   PIC X(02).
000690     05  WH-STATION-ID            PIC X(08).
000700     05  WH-SPACER-1              PIC X(01).
000710     05  WH-BATCH-NUMBER          PIC 9(06).
000720     05  WH-SPACER-2              PIC X(01).
000730     05  WH-BUSINESS-DATE         PIC X(10).
000740     05  WH-DATE-PARTS REDEFINES WH-BUSINESS-DATE.
000750         10  WH-DATE-YYYY         PIC X(04).
000760         10  WH-DATE-DASH-1       PIC X(01).
000770         10  WH-DATE-MM           PIC X(02).
000780         10  WH-DATE-DASH-2       PIC X(01).
000790         10  WH-DATE-DD           PIC X(02).
000800     05  FILLER                   PIC X(52).
000810 01  FEED-DETAIL.
000820     05  FILLER                   PIC X(02).
000830     05  WD-MASS-RECORD.
000840         10  WD-MODULE-ID         PIC X(05).
000850         10  WD-MASS-NUMBER       PIC 9(10).
000860     05  FILLER                   PIC X(63).
000870 01  FEED-TRAILER.
000880     05  FILLER                   PIC X(02).
000890     05  WT-RECORD-COUNT          PIC 9(06).
000900     05  WT-SPACER-1              PIC X(01).
000910     05  WT-HASH-TOTAL            PIC 9(15).
000920     05  FILLER                   PIC X(56).
000930 FD  MASS.
000940 01  MASS-FILE.
000950     05  MASS-MODULE-ID          PIC X(05).
000960     05  MASS-NUMBER             PIC 9(10).
000970*-----------------------------------------------------------------
000980*    BATCHRGD - BATCH REGISTRY KSDS, ONE RECORD PER ACCEPTED
000990*    FEED BATCH, KEYED ON THE BATCH NUMBER
001000*-----------------------------------------------------------------
001010 FD  BATCHREG.
001020 01  BATCHREG-RECORD.
001030     05  BR-BATCH-NUMBER          PIC 9(06).
001040     05  BR-SPACER-1              PIC X(01).
001050     05  BR-STATION-ID            PIC X(08).
001060     05  BR-SPACER-2              PIC X(01).
001070     05  BR-BUSINESS-DATE         PIC X(10).
001080     05  BR-SPACER-3              PIC X(01).
001090     05  BR-RECORD-COUNT          PIC 9(06).
001100     05  BR-SPACER-4              PIC X(01).
001110     05  BR-HASH-TOTAL            PIC 9(15).
001120     05  BR-SPACER-5              PIC X(01).
001130     05  BR-LOADED-DATE           PIC X(10).
001140     05  BR-SPACER-6              PIC X(01).
001150     05  BR-LOADED-TIME           PIC X(08).
001160     05  BR-SPACER-7              PIC X(01).
001170     05  BR-OVERRIDE-SW           PIC X(01).
001180*-----------------------------------------------------------------
001190*    INTKRPT.DAT - 132-CHARACTER INTAKE REPORT FOR THE BATCH
001200*-----------------------------------------------------------------
001210 FD  INTKRPT.
001220 01  PRINT-RECORD                 PIC X(132).
001230 WORKING-STORAGE SECTION.
001240*-----------------------------------------------------------------
001250*    SWITCHES AND COUNTERS
001260*-----------------------------------------------------------------
001270 01  WS-FEED-EOF                  PIC X(01)   VALUE 'N'.
001280     88  END-OF-FEED-FILE                     VALUE 'Y'.
001290 01  WS-BATCHREG-EOF              PIC X(01)   VALUE 'N'.
001300     88  END-OF-BATCHREG-FILE                 VALUE 'Y'.
001310 01  WS-FEED-STATUS               PIC X(02)   VALUE '00'.
001320 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
001330 01  WS-BATCHREG-STATUS           PIC X(02)   VALUE '00'.
001340 01  WS-BATCH-SW                  PIC X(01)   VALUE 'A'.
001350     88  BATCH-ACCEPTED                       VALUE 'A'.
001360     88  BATCH-REJECTED                       VALUE 'R'.
001370 01  WS-OVERRIDE-SW               PIC X(01)   VALUE 'N'.
001380     88  OVERRIDE-REQUESTED                   VALUE 'Y'.
001390 01  WS-HEADER-SW                 PIC X(01)   VALUE 'N'.
001400     88  HEADER-FOUND                         VALUE 'Y'.
001410 01  WS-TRAILER-SW                PIC X(01)   VALUE 'N'.
001420     88  TRAILER-FOUND                        VALUE 'Y'.
001430 01  WS-BATCHREG-OPEN-SW          PIC X(01)   VALUE 'N'.
001440     88  BATCHREG-OPEN                        VALUE 'Y'.
001450 01  WS-DUP-BATCH-SW              PIC X(01)   VALUE 'N'.
001460     88  DUPLICATE-BATCH                      VALUE 'Y'.
001470 01  WS-DUP-DATE-SW               PIC X(01)   VALUE 'N'.
001480     88  DUPLICATE-DATE                       VALUE 'Y'.
001490 01  WS-FEED-RECORD-COUNT         PIC 9(06)   VALUE ZERO.
001500 01  WS-DETAIL-COUNT              PIC 9(06)   VALUE ZERO.
001510 01  WS-HASH-TOTAL                PIC 9(15)   VALUE ZERO.
001520 01  WS-INVALID-MASS-COUNT        PIC 9(06)   VALUE ZERO.
001530 01  WS-LOADED-COUNT              PIC 9(06)   VALUE ZERO.
001540 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
001550 01  WS-REJECT-REASON             PIC X(60)   VALUE SPACES.
001560*-----------------------------------------------------------------
001570*    MODULES SEEN ON THE FEED - EVERY DETAIL'S MODULE-ID, HELD
001580*    DURING THE PROVE PASS SO A REPEATED MODULE IS CAUGHT BEFORE
001590*    MASSDD IS OPENED. THE FEED ARRIVES IN BUSINESS ORDER, NOT
001600*    KEY ORDER, SO EACH ID IS CHECKED AGAINST ALL BEFORE IT.
001610*-----------------------------------------------------------------
001620 01  WS-MODULE-MAX                PIC 9(04)   COMP VALUE 2000.
001630 01  WS-MODULE-COUNT              PIC 9(04)   COMP VALUE ZERO.
001640 01  WS-MODULE-SCAN               PIC 9(04)   COMP VALUE ZERO.
001650 01  WS-MODULE-TABLE.
001660     05  MT-MODULE-ID             PIC X(05)   OCCURS 2000 TIMES.
001670*-----------------------------------------------------------------
001680*    THE BATCH BEING TAKEN IN - FROM ITS HEADER AND TRAILER
001690*-----------------------------------------------------------------
001700 01  WS-STATION-ID                PIC X(08)   VALUE SPACES.
001710 01  WS-BATCH-NUMBER              PIC 9(06)   VALUE ZERO.
001720 01  WS-BUSINESS-DATE             PIC X(10)   VALUE SPACES.
001730 01  WS-TRAILER-COUNT             PIC 9(06)   VALUE ZERO.
001740 01  WS-TRAILER-HASH              PIC 9(15)   VALUE ZERO.
001750 01  WS-PRIOR-BATCH-NUMBER        PIC 9(06)   VALUE ZERO.
001760 01  WS-PRIOR-BUSINESS-DATE       PIC X(10)   VALUE SPACES.
001770 01  WS-PRIOR-DATE-BATCH          PIC 9(06)   VALUE ZERO.
001780 01  WS-PRIOR-LOADED-DATE         PIC X(10)   VALUE SPACES.
001790*-----------------------------------------------------------------
001800*    PARM AND RUN IDENTIFICATION
001810*-----------------------------------------------------------------
001820 01  WS-PARM-TEXT                 PIC X(08)   VALUE SPACES.
001830 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
001840 01  WS-RUN-DATE.
001850     05  WS-RUN-YYYY              PIC 9(04).
001860     05  WS-RUN-MM                PIC 9(02).
001870     05  WS-RUN-DD                PIC 9(02).
001880 01  WS-RUN-DATE-DISPLAY          PIC X(10).
001890 01  WS-RUN-TIME.
001900     05  WS-RUN-HH                PIC 9(02).
001910     05  WS-RUN-MI                PIC 9(02).
001920     05  WS-RUN-SS                PIC 9(02).
001930     05  WS-RUN-CC                PIC 9(02).
001940 01  WS-RUN-TIME-DISPLAY          PIC X(08).
001950*-----------------------------------------------------------------
001960*    REPORT LINES
001970*-----------------------------------------------------------------
001980 01  WS-HEADING-1.
001990     05  FILLER                   PIC X(40)   VALUE
002000         'WEIGH-STATION FEED INTAKE REPORT'.
002010     05  FILLER                   PIC X(09)   VALUE 'RUN DATE '.
002020     05  H1-RUN-DATE              PIC X(10).
002030     05  FILLER                   PIC X(01)   VALUE SPACE.
002040     05  H1-RUN-TIME              PIC X(08).
002050     05  FILLER                   PIC X(64)   VALUE SPACES.
002060 01  WS-HEADING-2.
002070     05  FILLER                   PIC X(32)   VALUE 'ITEM'.
002080     05  FILLER                   PIC X(22)   VALUE 'VALUE'.
002090     05  FILLER                   PIC X(78)   VALUE 'NOTE'.
002100 01  WS-INTAKE-LINE.
002110     05  IL-LABEL                 PIC X(30).
002120     05  FILLER                   PIC X(02)   VALUE SPACES.
002130     05  IL-VALUE                 PIC X(20).
002140     05  FILLER                   PIC X(02)   VALUE SPACES.
002150     05  IL-NOTE                  PIC X(60).
002160     05  FILLER                   PIC X(18)   VALUE SPACES.
002170 01  WS-EDIT-COUNT                PIC ZZZZZ9.
002180 01  WS-EDIT-HASH                 PIC ZZZZZZZZZZZZZZ9.
002190 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
002200*-----------------------------------------------------------------
002210*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002220*-----------------------------------------------------------------
002230 01  WS-RUNLOG-AREA.
002240     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'MASSINTK'.
002250     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002260     05  RA-INPUT-NAME            PIC X(20)   VALUE 'FEEDDD'.
002270     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
002280     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
002290     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
002300     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
002310 LINKAGE SECTION.
002320*-----------------------------------------------------------------
002330*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
002340*    MVS CONVENTION: 'Y' TO OVERRIDE THE BATCH REGISTRY AND LOAD
002350*    A BATCH WHOSE NUMBER OR BUSINESS DATE IS ALREADY ON IT
002360*    (A DELIBERATE RELOAD). ANYTHING ELSE, OR NO PARM, MEANS NO
002370*    OVERRIDE.
002380*-----------------------------------------------------------------
002390 01  LK-PARM.
002400     05  LK-PARM-LENGTH           PIC S9(04) COMP.
002410     05  LK-PARM-DATA             PIC X(08).
002420 PROCEDURE DIVISION USING LK-PARM.
002430*-----------------------------------------------------------------
002440*    0000-MAINLINE
002450*-----------------------------------------------------------------
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE
002480         THRU 1000-INITIALIZE-EXIT.
002490     IF RETURN-CODE NOT = ZERO
002500         GO TO 0000-MAINLINE-EXIT
002510     END-IF.
002520     PERFORM 2000-PROVE-FEED
002530         THRU 2000-PROVE-FEED-EXIT.
002540     IF BATCH-ACCEPTED
002550         PERFORM 3000-CHECK-REGISTRY
002560             THRU 3000-CHECK-REGISTRY-EXIT
002570     END-IF.
002580     IF BATCH-ACCEPTED
002590         PERFORM 4000-LOAD-MASS-FILE
002600             THRU 4000-LOAD-MASS-FILE-EXIT
002610     END-IF.
002620     IF BATCH-ACCEPTED
002630         PERFORM 5000-REGISTER-BATCH
002640             THRU 5000-REGISTER-BATCH-EXIT
002650     END-IF.
002660     PERFORM 9000-TERMINATE
002670         THRU 9000-TERMINATE-EXIT.
002680 0000-MAINLINE-EXIT.
002690     STOP RUN.
002700*-----------------------------------------------------------------
002710*    1000-INITIALIZE - PARSE THE PARM, LOG THE START OF RUN,
002720*    OPEN THE FEED, AND START THE INTAKE REPORT
002730*-----------------------------------------------------------------
002740 1000-INITIALIZE.
002750     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
002760     IF WS-PARM-LENGTH > 8
002770         MOVE 8 TO WS-PARM-LENGTH
002780     END-IF.
002790     IF WS-PARM-LENGTH > ZERO
002800         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
002810     END-IF.
002820     IF WS-PARM-TEXT = 'Y'
002830         SET OVERRIDE-REQUESTED TO TRUE
002840     END-IF.
002850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002860     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
002870         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002880     ACCEPT WS-RUN-TIME FROM TIME.
002890     STRING WS-RUN-HH  ':' WS-RUN-MI  ':' WS-RUN-SS
002900         DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.
002910     MOVE 'S' TO RA-PHASE.
002920     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
002930     OPEN INPUT FEED.
002940     IF WS-FEED-STATUS NOT = '00'
002950         DISPLAY "MASSINTK: UNABLE TO OPEN FEEDDD"
002960         DISPLAY "MASSINTK: FILE STATUS = " WS-FEED-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         PERFORM 1100-LOG-FAILURE
002990             THRU 1100-LOG-FAILURE-EXIT
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF.
003020     OPEN OUTPUT INTKRPT.
003030     MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE.
003040     MOVE WS-RUN-TIME-DISPLAY TO H1-RUN-TIME.
003050     WRITE PRINT-RECORD FROM WS-HEADING-1
003060         AFTER ADVANCING 1 LINE.
003070     WRITE PRINT-RECORD FROM WS-BLANK-LINE
003080         AFTER ADVANCING 1 LINE.
003090     WRITE PRINT-RECORD FROM WS-HEADING-2
003100         AFTER ADVANCING 1 LINE.
003110     WRITE PRINT-RECORD FROM WS-BLANK-LINE
003120         AFTER ADVANCING 1 LINE.
003130 1000-INITIALIZE-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160*    1100-LOG-FAILURE - AN OPEN FAILURE ENDS THE RUN BEFORE
003170*    9000-TERMINATE, SO LOG THE END-OF-RUN RECORD HERE - THE
003180*    OPERATIONS SUMMARY THEN SHOWS THE FAILURE AND ITS RETURN
003190*    CODE RATHER THAN A PROBABLE ABEND.
003200*-----------------------------------------------------------------
003210 1100-LOG-FAILURE.
003220     MOVE 'E' TO RA-PHASE.
003230     MOVE RETURN-CODE TO RA-RETURN-CODE.
003240     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003250 1100-LOG-FAILURE-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280*    2000-PROVE-FEED - ONE PASS OF THE FEED TO PROVE ITS SHAPE
003290*    (HEADER FIRST, DETAILS, TRAILER LAST), ITS HEADER, THAT NO
003300*    MODULE APPEARS ON IT TWICE, AND ITS TRAILER COUNT AND HASH
003310*    TOTAL AGAINST THE DETAILS. NOTHING IS LOADED, AND MASSDD IS
003320*    NOT OPENED, UNTIL THE WHOLE FEED HAS PROVEN.
003330*-----------------------------------------------------------------
003340 2000-PROVE-FEED.
003350     PERFORM 2100-PROVE-ONE-RECORD
003360         THRU 2100-PROVE-ONE-RECORD-EXIT
003370         UNTIL END-OF-FEED-FILE
003380            OR BATCH-REJECTED.
003390     CLOSE FEED.
003400     IF BATCH-ACCEPTED AND NOT HEADER-FOUND
003410         MOVE 'FEED IS EMPTY - NO HEADER RECORD'
003420             TO WS-REJECT-REASON
003430         SET BATCH-REJECTED TO TRUE
003440     END-IF.
003450     IF BATCH-ACCEPTED AND NOT TRAILER-FOUND
003460         MOVE 'NO TRAILER RECORD - FEED INCOMPLETE'
003470             TO WS-REJECT-REASON
003480         SET BATCH-REJECTED TO TRUE
003490     END-IF.
003500     PERFORM 2300-REPORT-PROOF
003510         THRU 2300-REPORT-PROOF-EXIT.
003520     IF BATCH-REJECTED
003530         GO TO 2000-PROVE-FEED-EXIT
003540     END-IF.
003550     IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
003560         MOVE 'DETAIL COUNT DOES NOT MATCH THE TRAILER'
003570             TO WS-REJECT-REASON
003580         SET BATCH-REJECTED TO TRUE
003590         GO TO 2000-PROVE-FEED-EXIT
003600     END-IF.
003610     IF WS-HASH-TOTAL NOT = WS-TRAILER-HASH
003620         MOVE 'MASS HASH TOTAL DOES NOT MATCH THE TRAILER'
003630             TO WS-REJECT-REASON
003640         SET BATCH-REJECTED TO TRUE
003650     END-IF.
003660 2000-PROVE-FEED-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690*    2100-PROVE-ONE-RECORD - NEXT FEED RECORD. ANYTHING AFTER
003700*    THE TRAILER, A SECOND HEADER, A DETAIL BEFORE THE HEADER,
003710*    OR AN UNKNOWN RECORD TYPE REJECTS THE BATCH, AS DOES A
003720*    DETAIL WHOSE MODULE-ID THE MASS FILE COULD NOT TAKE. A MASS
003730*    THAT IS NOT NUMERIC ADDS NOTHING TO THE HASH TOTAL BUT IS
003740*    STILL COUNTED AND LOADED - THE FUEL RUN REPORTS IT AS AN
003750*    EXCEPTION, AS IT ALWAYS HAS.
003760*-----------------------------------------------------------------
003770 2100-PROVE-ONE-RECORD.
003780     READ FEED
003790         AT END
003800             MOVE 'Y' TO WS-FEED-EOF
003810             GO TO 2100-PROVE-ONE-RECORD-EXIT
003820     END-READ.
003830     ADD 1 TO WS-FEED-RECORD-COUNT.
003840     IF TRAILER-FOUND
003850         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REJECT-REASON
003860         SET BATCH-REJECTED TO TRUE
003870         GO TO 2100-PROVE-ONE-RECORD-EXIT
003880     END-IF.
003890     IF WF-RECORD-TYPE = 'H'
003900         PERFORM 2200-PROVE-HEADER
003910             THRU 2200-PROVE-HEADER-EXIT
003920         GO TO 2100-PROVE-ONE-RECORD-EXIT
003930     END-IF.
003940     IF NOT HEADER-FOUND
003950         MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-REJECT-REASON
003960         SET BATCH-REJECTED TO TRUE
003970         GO TO 2100-PROVE-ONE-RECORD-EXIT
003980     END-IF.
003990     IF WF-RECORD-TYPE = 'D'
004000         PERFORM 2150-PROVE-MODULE-ID
004010             THRU 2150-PROVE-MODULE-ID-EXIT
004020         IF BATCH-REJECTED
004030             GO TO 2100-PROVE-ONE-RECORD-EXIT
004040         END-IF
004050         ADD 1 TO WS-DETAIL-COUNT
004060         IF WD-MASS-NUMBER IS NUMERIC
004070             ADD WD-MASS-NUMBER TO WS-HASH-TOTAL
004080         ELSE
004090             ADD 1 TO WS-INVALID-MASS-COUNT
004100         END-IF
004110         GO TO 2100-PROVE-ONE-RECORD-EXIT
004120     END-IF.
004130     IF WF-RECORD-TYPE = 'T'
004140         SET TRAILER-FOUND TO TRUE
004150         IF WT-RECORD-COUNT IS NOT NUMERIC
004160                 OR WT-HASH-TOTAL IS NOT NUMERIC
004170             MOVE 'TRAILER COUNT OR HASH TOTAL NOT NUMERIC'
004180                 TO WS-REJECT-REASON
004190             SET BATCH-REJECTED TO TRUE
004200         ELSE
004210             MOVE WT-RECORD-COUNT TO WS-TRAILER-COUNT
004220             MOVE WT-HASH-TOTAL TO WS-TRAILER-HASH
004230         END-IF
004240         GO TO 2100-PROVE-ONE-RECORD-EXIT
004250     END-IF.
004260     MOVE 'UNKNOWN RECORD TYPE ON THE FEED' TO WS-REJECT-REASON.
004270     SET BATCH-REJECTED TO TRUE.
004280 2100-PROVE-ONE-RECORD-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310*    2150-PROVE-MODULE-ID - THE DETAIL MUST NAME A MODULE, MUST
004320*    NOT USE THE CNTRL KEY THE CONTROL RECORD IS LOADED UNDER,
004330*    AND MUST NOT REPEAT A MODULE ALREADY ON THE FEED - THE MASS
004340*    FILE WOULD REFUSE ANY OF THESE PART-WAY THROUGH THE LOAD
004350*-----------------------------------------------------------------
004360 2150-PROVE-MODULE-ID.
004370     IF WD-MODULE-ID = SPACES OR WD-MODULE-ID = 'CNTRL'
004380         MOVE 'DETAIL WITH A BLANK OR RESERVED (CNTRL) MODULE-ID'
004390             TO WS-REJECT-REASON
004400         SET BATCH-REJECTED TO TRUE
004410         GO TO 2150-PROVE-MODULE-ID-EXIT
004420     END-IF.
004430     MOVE 1 TO WS-MODULE-SCAN.
004440     PERFORM 2160-TEST-ONE-MODULE
004450         THRU 2160-TEST-ONE-MODULE-EXIT
004460         UNTIL WS-MODULE-SCAN > WS-MODULE-COUNT
004470            OR BATCH-REJECTED.
004480     IF BATCH-REJECTED
004490         GO TO 2150-PROVE-MODULE-ID-EXIT
004500     END-IF.
004510     IF WS-MODULE-COUNT NOT < WS-MODULE-MAX
004520         MOVE 'MORE THAN 2000 MODULES ON THE FEED - NOT PROVEN'
004530             TO WS-REJECT-REASON
004540         SET BATCH-REJECTED TO TRUE
004550         GO TO 2150-PROVE-MODULE-ID-EXIT
004560     END-IF.
004570     ADD 1 TO WS-MODULE-COUNT.
004580     MOVE WD-MODULE-ID TO MT-MODULE-ID (WS-MODULE-COUNT).
004590 2150-PROVE-MODULE-ID-EXIT.
004600     EXIT.
004610*-----------------------------------------------------------------
004620*    2160-TEST-ONE-MODULE - COMPARE THE DETAIL'S MODULE-ID WITH
004630*    ONE ALREADY SEEN ON THE FEED
004640*-----------------------------------------------------------------
004650 2160-TEST-ONE-MODULE.
004660     IF MT-MODULE-ID (WS-MODULE-SCAN) = WD-MODULE-ID
004670         MOVE SPACES TO WS-REJECT-REASON
004680         STRING 'MODULE ' WD-MODULE-ID
004690             ' APPEARS ON THE FEED TWICE'
004700             DELIMITED BY SIZE INTO WS-REJECT-REASON
004710         SET BATCH-REJECTED TO TRUE
004720     END-IF.
004730     ADD 1 TO WS-MODULE-SCAN.
004740 2160-TEST-ONE-MODULE-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770*    2200-PROVE-HEADER - THE HEADER MUST BE THE FIRST RECORD
004780*    AND MUST NAME A STATION, A NUMERIC BATCH NUMBER, AND A
004790*    BUSINESS DATE IN YYYY-MM-DD FORM
004800*-----------------------------------------------------------------
004810 2200-PROVE-HEADER.
004820     IF HEADER-FOUND OR WS-FEED-RECORD-COUNT > 1
004830         MOVE 'HEADER RECORD OUT OF PLACE' TO WS-REJECT-REASON
004840         SET BATCH-REJECTED TO TRUE
004850         GO TO 2200-PROVE-HEADER-EXIT
004860     END-IF.
004870     SET HEADER-FOUND TO TRUE.
004880     MOVE WH-STATION-ID TO WS-STATION-ID.
004890     MOVE WH-BUSINESS-DATE TO WS-BUSINESS-DATE.
004900     IF WH-BATCH-NUMBER IS NUMERIC
004910         MOVE WH-BATCH-NUMBER TO WS-BATCH-NUMBER
004920     ELSE
004930         MOVE 'BATCH NUMBER NOT NUMERIC' TO WS-REJECT-REASON
004940         SET BATCH-REJECTED TO TRUE
004950         GO TO 2200-PROVE-HEADER-EXIT
004960     END-IF.
004970     IF WH-STATION-ID = SPACES
004980         MOVE 'STATION ID MISSING FROM THE HEADER'
004990             TO WS-REJECT-REASON
005000         SET BATCH-REJECTED TO TRUE
005010         GO TO 2200-PROVE-HEADER-EXIT
005020     END-IF.
005030     IF WH-DATE-YYYY IS NOT NUMERIC
005040             OR WH-DATE-MM IS NOT NUMERIC
005050             OR WH-DATE-DD IS NOT NUMERIC
005060             OR WH-DATE-DASH-1 NOT = '-'
005070             OR WH-DATE-DASH-2 NOT = '-'
005080         MOVE 'BUSINESS DATE NOT IN YYYY-MM-DD FORM'
005090             TO WS-REJECT-REASON
005100         SET BATCH-REJECTED TO TRUE
005110     END-IF.
005120 2200-PROVE-HEADER-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------------
005150*    2300-REPORT-PROOF - THE BATCH IDENTITY AND THE PROOF
005160*    FIGURES, PRINTED WHETHER OR NOT THE FEED PROVED
005170*-----------------------------------------------------------------
005180 2300-REPORT-PROOF.
005190     MOVE SPACES TO WS-INTAKE-LINE.
005200     MOVE 'STATION ID' TO IL-LABEL.
005210     MOVE WS-STATION-ID TO IL-VALUE.
005220     PERFORM 8000-PRINT-INTAKE-LINE
005230         THRU 8000-PRINT-INTAKE-LINE-EXIT.
005240     MOVE 'BATCH NUMBER' TO IL-LABEL.
005250     MOVE WS-BATCH-NUMBER TO IL-VALUE.
005260     PERFORM 8000-PRINT-INTAKE-LINE
005270         THRU 8000-PRINT-INTAKE-LINE-EXIT.
005280     MOVE 'BUSINESS DATE' TO IL-LABEL.
005290     MOVE WS-BUSINESS-DATE TO IL-VALUE.
005300     PERFORM 8000-PRINT-INTAKE-LINE
005310         THRU 8000-PRINT-INTAKE-LINE-EXIT.
005320     MOVE 'REGISTRY OVERRIDE' TO IL-LABEL.
005330     MOVE WS-OVERRIDE-SW TO IL-VALUE.
005340     PERFORM 8000-PRINT-INTAKE-LINE
005350         THRU 8000-PRINT-INTAKE-LINE-EXIT.
005360     MOVE 'DETAIL RECORDS ON THE FEED' TO IL-LABEL.
005370     MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT.
005380     MOVE WS-EDIT-COUNT TO IL-VALUE.
005390     IF WS-DETAIL-COUNT = WS-TRAILER-COUNT
005400         MOVE 'AGREES WITH THE TRAILER' TO IL-NOTE
005410     ELSE
005420         MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT
005430         STRING 'TRAILER SAYS ' WS-EDIT-COUNT
005440             DELIMITED BY SIZE INTO IL-NOTE
005450     END-IF.
005460     PERFORM 8000-PRINT-INTAKE-LINE
005470         THRU 8000-PRINT-INTAKE-LINE-EXIT.
005480     MOVE 'MASS HASH TOTAL' TO IL-LABEL.
005490     MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.
005500     MOVE WS-EDIT-HASH TO IL-VALUE.
005510     IF WS-HASH-TOTAL = WS-TRAILER-HASH
005520         MOVE 'AGREES WITH THE TRAILER' TO IL-NOTE
005530     ELSE
005540         MOVE WS-TRAILER-HASH TO WS-EDIT-HASH
005550         STRING 'TRAILER SAYS ' WS-EDIT-HASH
005560             DELIMITED BY SIZE INTO IL-NOTE
005570     END-IF.
005580     PERFORM 8000-PRINT-INTAKE-LINE
005590         THRU 8000-PRINT-INTAKE-LINE-EXIT.
005600     IF WS-INVALID-MASS-COUNT > ZERO
005610         MOVE 'NON-NUMERIC MASSES' TO IL-LABEL
005620         MOVE WS-INVALID-MASS-COUNT TO WS-EDIT-COUNT
005630         MOVE WS-EDIT-COUNT TO IL-VALUE
005640         MOVE 'LOADED - REPORTED AS EXCEPTIONS BY THE FUEL RUN'
005650             TO IL-NOTE
005660         PERFORM 8000-PRINT-INTAKE-LINE
005670             THRU 8000-PRINT-INTAKE-LINE-EXIT
005680     END-IF.
005690 2300-REPORT-PROOF-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720*    3000-CHECK-REGISTRY - THE BATCH NUMBER AND THE BUSINESS
005730*    DATE MUST BOTH BE NEW TO THE REGISTRY (THE FIRST RUN
005740*    CREATES IT). EITHER ONE ALREADY THERE MEANS THE FEED HAS
005750*    BEEN LOADED BEFORE, AND THE BATCH IS REJECTED UNLESS THE
005760*    OVERRIDE WAS GIVEN FOR A DELIBERATE RELOAD.
005770*-----------------------------------------------------------------
005780 3000-CHECK-REGISTRY.
005790     OPEN I-O BATCHREG.
005800     IF WS-BATCHREG-STATUS = '35'
005810         OPEN OUTPUT BATCHREG
005820         CLOSE BATCHREG
005830         OPEN I-O BATCHREG
005840     END-IF.
005850     IF WS-BATCHREG-STATUS NOT = '00'
005860         DISPLAY "MASSINTK: UNABLE TO OPEN THE BATCH REGISTRY"
005870         DISPLAY "MASSINTK: FILE STATUS = " WS-BATCHREG-STATUS
005880         MOVE 'BATCH REGISTRY UNAVAILABLE' TO WS-REJECT-REASON
005890         SET BATCH-REJECTED TO TRUE
005900         MOVE 16 TO RETURN-CODE
005910         GO TO 3000-CHECK-REGISTRY-EXIT
005920     END-IF.
005930     SET BATCHREG-OPEN TO TRUE.
005940     MOVE WS-BATCH-NUMBER TO BR-BATCH-NUMBER.
005950     READ BATCHREG
005960         INVALID KEY
005970             CONTINUE
005980         NOT INVALID KEY
005990             SET DUPLICATE-BATCH TO TRUE
006000             MOVE BR-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
006010             MOVE BR-LOADED-DATE TO WS-PRIOR-LOADED-DATE
006020     END-READ.
006030     MOVE ZERO TO BR-BATCH-NUMBER.
006040     START BATCHREG KEY IS NOT LESS THAN BR-BATCH-NUMBER
006050         INVALID KEY
006060             MOVE 'Y' TO WS-BATCHREG-EOF
006070     END-START.
006080     PERFORM 3100-SCAN-ONE-BATCH
006090         THRU 3100-SCAN-ONE-BATCH-EXIT
006100         UNTIL END-OF-BATCHREG-FILE
006110            OR DUPLICATE-DATE.
006120     MOVE SPACES TO WS-INTAKE-LINE.
006130     MOVE 'REGISTRY - BATCH NUMBER' TO IL-LABEL.
006140     IF DUPLICATE-BATCH
006150         MOVE 'ALREADY REGISTERED' TO IL-VALUE
006160         STRING 'BUSINESS DATE ' WS-PRIOR-BUSINESS-DATE
006170             ' LOADED ' WS-PRIOR-LOADED-DATE
006180             DELIMITED BY SIZE INTO IL-NOTE
006190     ELSE
006200         MOVE 'NEW' TO IL-VALUE
006210     END-IF.
006220     PERFORM 8000-PRINT-INTAKE-LINE
006230         THRU 8000-PRINT-INTAKE-LINE-EXIT.
006240     MOVE 'REGISTRY - BUSINESS DATE' TO IL-LABEL.
006250     IF DUPLICATE-DATE
006260         MOVE 'ALREADY REGISTERED' TO IL-VALUE
006270         STRING 'UNDER BATCH ' WS-PRIOR-DATE-BATCH
006280             DELIMITED BY SIZE INTO IL-NOTE
006290     ELSE
006300         MOVE 'NEW' TO IL-VALUE
006310     END-IF.
006320     PERFORM 8000-PRINT-INTAKE-LINE
006330         THRU 8000-PRINT-INTAKE-LINE-EXIT.
006340     IF NOT DUPLICATE-BATCH AND NOT DUPLICATE-DATE
006350         GO TO 3000-CHECK-REGISTRY-EXIT
006360     END-IF.
006370     IF OVERRIDE-REQUESTED
006380         DISPLAY "MASSINTK: BATCH " WS-BATCH-NUMBER
006390             " ALREADY ON THE REGISTRY - LOADED UNDER OVERRIDE"
006400         GO TO 3000-CHECK-REGISTRY-EXIT
006410     END-IF.
006420     IF DUPLICATE-BATCH
006430         MOVE 'BATCH NUMBER ALREADY ON THE REGISTRY'
006440             TO WS-REJECT-REASON
006450     ELSE
006460         MOVE 'BUSINESS DATE ALREADY ON THE REGISTRY'
006470             TO WS-REJECT-REASON
006480     END-IF.
006490     SET BATCH-REJECTED TO TRUE.
006500 3000-CHECK-REGISTRY-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530*    3100-SCAN-ONE-BATCH - NEXT REGISTRY RECORD, LOOKING FOR
006540*    AN EARLIER BATCH WITH THE SAME BUSINESS DATE
006550*-----------------------------------------------------------------
006560 3100-SCAN-ONE-BATCH.
006570     READ BATCHREG NEXT RECORD
006580         AT END
006590             MOVE 'Y' TO WS-BATCHREG-EOF
006600             GO TO 3100-SCAN-ONE-BATCH-EXIT
006610     END-READ.
006620     IF WS-BATCHREG-STATUS NOT = '00'
006630         MOVE 'Y' TO WS-BATCHREG-EOF
006640         GO TO 3100-SCAN-ONE-BATCH-EXIT
006650     END-IF.
006660     IF BR-BUSINESS-DATE = WS-BUSINESS-DATE
006670             AND BR-BATCH-NUMBER NOT = WS-BATCH-NUMBER
006680         SET DUPLICATE-DATE TO TRUE
006690         MOVE BR-BATCH-NUMBER TO WS-PRIOR-DATE-BATCH
006700     END-IF.
006710 3100-SCAN-ONE-BATCH-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------------
006740*    4000-LOAD-MASS-FILE - SECOND PASS OF THE PROVEN FEED,
006750*    WRITING EVERY DETAIL TO THE INDEXED MASS FILE, KEYED ON
006760*    MODULE-ID, FOLLOWED BY THE CNTRL RECORD CARRYING THE
006770*    TRAILER COUNT. ONLY A PROVEN BATCH GETS HERE - REPEATED AND
006780*    RESERVED MODULE-IDS WERE REJECTED IN THE PROVE PASS - SO A
006790*    DETAIL THE MASS FILE STILL REFUSES IS AN I/O FAILURE. IT IS
006800*    LISTED AND THE BATCH IS NOT REGISTERED - THE CNTRL COUNT THEN
006810*    DISAGREES WITH THE FILE AND THE FUEL RUN'S CONTROL CHECK
006820*    STOPS IT TOO.
006830*-----------------------------------------------------------------
006840 4000-LOAD-MASS-FILE.
006850     OPEN OUTPUT MASS.
006860     IF WS-MASS-STATUS NOT = '00'
006870         DISPLAY "MASSINTK: UNABLE TO OPEN MASSDD FOR OUTPUT"
006880         DISPLAY "MASSINTK: FILE STATUS = " WS-MASS-STATUS
006890         MOVE 'MASS FILE COULD NOT BE OPENED FOR LOADING'
006900             TO WS-REJECT-REASON
006910         SET BATCH-REJECTED TO TRUE
006920         MOVE 16 TO RETURN-CODE
006930         GO TO 4000-LOAD-MASS-FILE-EXIT
006940     END-IF.
006950     OPEN INPUT FEED.
006960     MOVE 'N' TO WS-FEED-EOF.
006970     PERFORM 4100-LOAD-ONE-RECORD
006980         THRU 4100-LOAD-ONE-RECORD-EXIT
006990         UNTIL END-OF-FEED-FILE.
007000     CLOSE FEED.
007010     MOVE 'CNTRL' TO MASS-MODULE-ID.
007020     MOVE WS-TRAILER-COUNT TO MASS-NUMBER.
007030     WRITE MASS-FILE.
007040     IF WS-MASS-STATUS NOT = '00'
007050         DISPLAY "MASSINTK: CNTRL RECORD NOT WRITTEN - STATUS "
007060             WS-MASS-STATUS
007070         ADD 1 TO WS-REJECTED-COUNT
007080     END-IF.
007090     CLOSE MASS.
007100     MOVE SPACES TO WS-INTAKE-LINE.
007110     MOVE 'RECORDS LOADED TO MASSDD' TO IL-LABEL.
007120     MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT.
007130     MOVE WS-EDIT-COUNT TO IL-VALUE.
007140     MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT.
007150     STRING 'CNTRL RECORD COUNT ' WS-EDIT-COUNT
007160         DELIMITED BY SIZE INTO IL-NOTE.
007170     PERFORM 8000-PRINT-INTAKE-LINE
007180         THRU 8000-PRINT-INTAKE-LINE-EXIT.
007190     IF WS-REJECTED-COUNT > ZERO
007200         MOVE 'RECORDS REFUSED BY MASSDD' TO IL-LABEL
007210         MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
007220         MOVE WS-EDIT-COUNT TO IL-VALUE
007230         PERFORM 8000-PRINT-INTAKE-LINE
007240             THRU 8000-PRINT-INTAKE-LINE-EXIT
007250         MOVE 'MASS FILE REFUSED RECORDS - LOAD INCOMPLETE'
007260             TO WS-REJECT-REASON
007270         SET BATCH-REJECTED TO TRUE
007280     END-IF.
007290 4000-LOAD-MASS-FILE-EXIT.
007300     EXIT.
007310*-----------------------------------------------------------------
007320*    4100-LOAD-ONE-RECORD - WRITE ONE DETAIL TO THE MASS FILE.
007330*    THE HEADER AND TRAILER WERE PROVEN ON THE FIRST PASS.
007340*-----------------------------------------------------------------
007350 4100-LOAD-ONE-RECORD.
007360     READ FEED
007370         AT END
007380             MOVE 'Y' TO WS-FEED-EOF
007390             GO TO 4100-LOAD-ONE-RECORD-EXIT
007400     END-READ.
007410     IF WF-RECORD-TYPE NOT = 'D'
007420         GO TO 4100-LOAD-ONE-RECORD-EXIT
007430     END-IF.
007440     MOVE WD-MASS-RECORD TO MASS-FILE.
007450     WRITE MASS-FILE.
007460     IF WS-MASS-STATUS = '00'
007470         ADD 1 TO WS-LOADED-COUNT
007480     ELSE
007490         ADD 1 TO WS-REJECTED-COUNT
007500         DISPLAY "MASSINTK: REJECTED " MASS-MODULE-ID
007510             " STATUS " WS-MASS-STATUS
007520         MOVE SPACES TO WS-INTAKE-LINE
007530         MOVE 'MODULE REFUSED BY MASSDD' TO IL-LABEL
007540         MOVE MASS-MODULE-ID TO IL-VALUE
007550         STRING 'FILE STATUS ' WS-MASS-STATUS
007560             DELIMITED BY SIZE INTO IL-NOTE
007570         PERFORM 8000-PRINT-INTAKE-LINE
007580             THRU 8000-PRINT-INTAKE-LINE-EXIT
007590     END-IF.
007600 4100-LOAD-ONE-RECORD-EXIT.
007610     EXIT.
007620*-----------------------------------------------------------------
007630*    5000-REGISTER-BATCH - RECORD THE LOADED BATCH. A RELOAD
007640*    UNDER OVERRIDE REPLACES THE BATCH'S EARLIER ENTRY AND IS
007650*    MARKED AS OVERRIDDEN.
007660*-----------------------------------------------------------------
007670 5000-REGISTER-BATCH.
007680     MOVE SPACES TO BATCHREG-RECORD.
007690     MOVE WS-BATCH-NUMBER TO BR-BATCH-NUMBER.
007700     MOVE WS-STATION-ID TO BR-STATION-ID.
007710     MOVE WS-BUSINESS-DATE TO BR-BUSINESS-DATE.
007720     MOVE WS-TRAILER-COUNT TO BR-RECORD-COUNT.
007730     MOVE WS-TRAILER-HASH TO BR-HASH-TOTAL.
007740     MOVE WS-RUN-DATE-DISPLAY TO BR-LOADED-DATE.
007750     MOVE WS-RUN-TIME-DISPLAY TO BR-LOADED-TIME.
007760     IF DUPLICATE-BATCH OR DUPLICATE-DATE
007770         MOVE 'Y' TO BR-OVERRIDE-SW
007780     ELSE
007790         MOVE 'N' TO BR-OVERRIDE-SW
007800     END-IF.
007810     IF DUPLICATE-BATCH
007820         REWRITE BATCHREG-RECORD
007830             INVALID KEY
007840                 CONTINUE
007850         END-REWRITE
007860     ELSE
007870         WRITE BATCHREG-RECORD
007880             INVALID KEY
007890                 CONTINUE
007900         END-WRITE
007910     END-IF.
007920     IF WS-BATCHREG-STATUS NOT = '00'
007930         DISPLAY "MASSINTK: BATCH " WS-BATCH-NUMBER
007940             " NOT REGISTERED - STATUS " WS-BATCHREG-STATUS
007950         MOVE SPACES TO WS-INTAKE-LINE
007960         MOVE 'BATCH NOT REGISTERED' TO IL-LABEL
007970         STRING 'FILE STATUS ' WS-BATCHREG-STATUS
007980             DELIMITED BY SIZE INTO IL-NOTE
007990         PERFORM 8000-PRINT-INTAKE-LINE
008000             THRU 8000-PRINT-INTAKE-LINE-EXIT
008010         MOVE 16 TO RETURN-CODE
008020     END-IF.
008030 5000-REGISTER-BATCH-EXIT.
008040     EXIT.
008050*-----------------------------------------------------------------
008060*    8000-PRINT-INTAKE-LINE - WRITE ONE REPORT LINE AND CLEAR
008070*    IT FOR THE NEXT
008080*-----------------------------------------------------------------
008090 8000-PRINT-INTAKE-LINE.
008100     WRITE PRINT-RECORD FROM WS-INTAKE-LINE
008110         AFTER ADVANCING 1 LINE.
008120     MOVE SPACES TO WS-INTAKE-LINE.
008130 8000-PRINT-INTAKE-LINE-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160*    9000-TERMINATE - PRINT THE OUTCOME, CLOSE FILES, AND LOG
008170*    THE RUN. A REJECTED BATCH ENDS RC 12 AND IS LOGGED AGAINST
008180*    ITS BATCH NUMBER THE SAME AS AN ACCEPTED ONE.
008190*-----------------------------------------------------------------
008200 9000-TERMINATE.
008210     IF BATCH-REJECTED AND RETURN-CODE < 12
008220         MOVE 12 TO RETURN-CODE
008230     END-IF.
008240     WRITE PRINT-RECORD FROM WS-BLANK-LINE
008250         AFTER ADVANCING 1 LINE.
008260     MOVE SPACES TO WS-INTAKE-LINE.
008270     MOVE 'BATCH OUTCOME' TO IL-LABEL.
008280     IF BATCH-ACCEPTED
008290         MOVE 'ACCEPTED' TO IL-VALUE
008300         IF DUPLICATE-BATCH OR DUPLICATE-DATE
008310             MOVE 'RELOADED UNDER REGISTRY OVERRIDE' TO IL-NOTE
008320         END-IF
008330     ELSE
008340         MOVE 'REJECTED' TO IL-VALUE
008350         MOVE WS-REJECT-REASON TO IL-NOTE
008360     END-IF.
008370     PERFORM 8000-PRINT-INTAKE-LINE
008380         THRU 8000-PRINT-INTAKE-LINE-EXIT.
008390     IF BATCH-REJECTED
008400         DISPLAY "MASSINTK: BATCH " WS-BATCH-NUMBER
008410             " REJECTED - " WS-REJECT-REASON
008420     END-IF.
008430     CLOSE INTKRPT.
008440     IF BATCHREG-OPEN
008450         CLOSE BATCHREG
008460     END-IF.
008470     DISPLAY "MASSINTK: STATION ID:        " WS-STATION-ID.
008480     DISPLAY "MASSINTK: BATCH NUMBER:      " WS-BATCH-NUMBER.
008490     DISPLAY "MASSINTK: BUSINESS DATE:     " WS-BUSINESS-DATE.
008500     DISPLAY "MASSINTK: DETAIL RECORDS:    " WS-DETAIL-COUNT.
008510     DISPLAY "MASSINTK: RECORDS LOADED:    " WS-LOADED-COUNT.
008520     DISPLAY "MASSINTK: RECORDS REJECTED:  " WS-REJECTED-COUNT.
008530     MOVE SPACES TO RA-INPUT-NAME.
008540     STRING 'FEED BATCH ' WS-BATCH-NUMBER
008550         DELIMITED BY SIZE INTO RA-INPUT-NAME.
008560     MOVE 'E' TO RA-PHASE.
008570     MOVE WS-DETAIL-COUNT TO RA-RECORDS-READ.
008580     MOVE WS-REJECTED-COUNT TO RA-RECORDS-REJECTED.
008590     MOVE WS-LOADED-COUNT TO RA-FINAL-TOTAL.
008600     MOVE RETURN-CODE TO RA-RETURN-CODE.
008610     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
008620 9000-TERMINATE-EXIT.
008630     EXIT.
