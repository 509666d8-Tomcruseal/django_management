000380*              DUPLICATE IS NOW THE SAME ID IN THE SAME SECTION
000390*              -- A STUDENT ENROLLED IN TWO SECTIONS RIDES
000400*              THROUGH AS TWO LEGITIMATE RECORDS.
000410* 10/15/26 RH  THE EXTRACT NOW ARRIVES AS A CONTROLLED BATCH: A
000420*              HEADER RECORD AHEAD OF THE DETAILS (BATCH ID,
000430*              SOURCE, CREATION DATE, TERM) AND A TRAILER BEHIND
000440*              THEM (DETAIL COUNT, HASH OF THE IDS, HASH OF THE
000450*              SCORES). BEFORE SORTING, V READS THE WHOLE FILE AND
000460*              PROVES IT AGAINST ITS OWN TRAILER, CHECKS THE TERM
000470*              AGAINST THE FILETMPM CARD WHEN ONE IS THERE, AND
000480*              REFUSES A BATCH ID ALREADY ON THE PROCESSED-BATCH
000490*              REGISTER (FILEBREG). A REFUSED BATCH IS LISTED ON
000500*              FILESREJ, NO FILEIN IS WRITTEN, THIS STEP'S LEDGER
000510*              ROW IS LEFT IN ERROR SO LABFOUR2 WILL NOT START,
000520*              AND THE RETURN CODE IS 16. AN ACCEPTED BATCH IS
000530*              ADDED TO FILEBREG WITH THE NIGHT'S FILERUNC RUN
000540*              DATE ONCE FILEIN IS WRITTEN. A RESEND OF A BATCH
000550*              THAT MUST BE RUN AGAIN NEEDS ITS REGISTER ROW
000560*              REMOVED BY HAND FIRST -- ON PURPOSE.
000570*----------------------------------------------------------------
000580* RUN LEDGER ROW (FILERUNC): RU1 STEP, RU2 PROGRAM, RU3 STATUS
000590* (P PENDING, R RUNNING, C COMPLETE CLEAN, E ENDED IN ERROR),
000600* RU4/RU5 START DATE-TIME, RU6/RU7 END DATE-TIME, RU8 RECORDS.
000610*----------------------------------------------------------------
000620* EXTRACT CONTROL RECORDS (FILEXTRT, 83 BYTES LIKE THE DETAILS):
000630* HEADER  - XB1 'HEADER', XB2 BATCH ID, XB3 SOURCE SYSTEM,
000640*           XB4 CREATION DATE YYYYMMDD, XB5 TERM YYYYTT.
000650* TRAILER - XC1 'TRAILER', XC2 DETAIL RECORD COUNT, XC3 SUM OF
000660*           THE DETAIL STUDENT IDS, XC4 SUM OF THE THREE SCORE
000670*           FIELDS AS UNSIGNED HUNDREDTHS (E.G. 87.50 IS 8750).
000680*           AN ID OR SCORE FIELD THAT IS NOT NUMERIC (A BLANK
000690*           SCORE ON A W OR I RECORD) ADDS ZERO; EVERY DETAIL
000700*           COUNTS, INCLUDING ONES REJECTED LATER FOR A BAD ID.
000710* REGISTER ROW (FILEBREG): BR1 BATCH ID, BR2 SOURCE, BR3 CREATION
000720* DATE, BR4 TERM, BR5/BR6 FILERUNC RUN DATE-TIME, BR7 DETAILS.
000730*----------------------------------------------------------------
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT EXTRACT-FILE ASSIGN TO FILEXTRT.
000780     SELECT IN-FILE ASSIGN TO FILEIN.
000790     SELECT SORT-FILE ASSIGN TO FILESORT.
000800     SELECT REJECT-FILE ASSIGN TO FILESREJ.
000810     SELECT RUNC-FILE ASSIGN TO FILERUNC
000820         FILE STATUS IS GF1-RUNC-STATUS.
000830     SELECT BREG-FILE ASSIGN TO FILEBREG
000840         FILE STATUS IS GF1-BREG-STATUS.
000850     SELECT PARM-FILE ASSIGN TO FILETMPM
000860         FILE STATUS IS GF1-PARM-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  EXTRACT-FILE LABEL RECORD IS STANDARD.
000900 01  EXTRACT-RECORD.
000910     02  XT0 PIC X(02).
000920     02  XT1 PIC X(06).
000930     02  XT2 PIC X(12).
000940     02  XT3 PIC X(04).
000950     02  XT4 PIC X(04).
000960     02  XT5 PIC X(04).
000970     02  XT6 PIC X(50).
000980     02  XT7 PIC X(01).
000990 01  EXTRACT-NUMERIC.
001000     02  FILLER PIC X(02).
001010     02  XN1 PIC 9(06).
001020     02  FILLER PIC X(12).
001030     02  XN3 PIC 9(04).
001040     02  XN4 PIC 9(04).
001050     02  XN5 PIC 9(04).
001060     02  FILLER PIC X(51).
001070 01  EXTRACT-HEADER.
001080     02  XB1 PIC X(08).
001090     02  XB2 PIC X(12).
001100     02  XB3 PIC X(08).
001110     02  XB4 PIC X(08).
001120     02  XB5 PIC X(06).
001130     02  FILLER PIC X(41).
001140 01  EXTRACT-TRAILER.
001150     02  XC1 PIC X(08).
001160     02  XC2 PIC 9(06).
001170     02  XC3 PIC 9(12).
001180     02  XC4 PIC 9(12).
001190     02  FILLER PIC X(45).
001200 FD  IN-FILE LABEL RECORD IS STANDARD.
001210 01  IN-RECORD.
001220     02  I0 PIC 99.
001230     02  I1 PIC 9(6).
001240     02  I2 PIC X(12).
001250     02  I3 PIC 99V99.
001260     02  I4 PIC 99V99.
001270     02  I5 PIC 99V99.
001280     02  I6 PIC X(50).
001290     02  I7 PIC X(01).
001300 SD  SORT-FILE.
001310 01  SORT-RECORD.
001320     02  SR0 PIC 99.
001330     02  SR1 PIC 9(6).
001340     02  SR2 PIC X(75).
001350 FD  REJECT-FILE LABEL RECORD IS OMITTED.
001360 01  REJECT-LINE PIC X(100).
001370 FD  RUNC-FILE LABEL RECORD IS STANDARD.
001380 01  RUNC-RECORD.
001390     02  RU1 PIC 99.
001400     02  RU2 PIC X(08).
001410     02  RU3 PIC X(01).
001420     02  RU4 PIC 9(08).
001430     02  RU5 PIC 9(06).
001440     02  RU6 PIC 9(08).
001450     02  RU7 PIC 9(06).
001460     02  RU8 PIC 9(06).
001470 FD  BREG-FILE LABEL RECORD IS STANDARD.
001480 01  BREG-RECORD.
001490     02  BR1 PIC X(12).
001500     02  BR2 PIC X(08).
001510     02  BR3 PIC X(08).
001520     02  BR4 PIC X(06).
001530     02  BR5 PIC 9(08).
001540     02  BR6 PIC 9(06).
001550     02  BR7 PIC 9(06).
001560     02  FILLER PIC X(06).
001570 FD  PARM-FILE LABEL RECORD IS STANDARD.
001580 01  PARM-RECORD.
001590     02  PM1 PIC 9(06).
001600     02  FILLER PIC X(74).
001610 WORKING-STORAGE SECTION.
001620 77  GF1-EOF-SW PIC X VALUE 'N'.
001630     88  GF1-EOF-YES VALUE 'Y'.
001640     88  GF1-EOF-NO  VALUE 'N'.
001650 77  GF1-SORT-EOF-SW PIC X VALUE 'N'.
001660     88  GF1-SORT-EOF-YES VALUE 'Y'.
001670     88  GF1-SORT-EOF-NO  VALUE 'N'.
001680 77  GF1-FIRST-REC-SW PIC X VALUE 'Y'.
001690 77  GF1-PREV-SECT PIC 99 VALUE 0.
001700 77  GF1-PREV-ID PIC 9(6) VALUE 0.
001710 77  GF1-READ-COUNT PIC 9(6) VALUE 0.
001720 77  GF1-BADID-COUNT PIC 9(6) VALUE 0.
001730 77  GF1-DUP-COUNT PIC 9(6) VALUE 0.
001740 77  GF1-WRITE-COUNT PIC 9(6) VALUE 0.
001750 77  GF1-RUN-DATE PIC 9(08) VALUE 0.
001760 77  GF1-RUN-TIME PIC 9(08) VALUE 0.
001770 77  GF1-RUNC-STATUS PIC XX VALUE SPACES.
001780 77  GF1-RUNC-IX PIC 99 COMP VALUE 0.
001790 77  GF1-RUNC-END-STAT PIC X VALUE 'C'.
001800 77  GF1-BREG-STATUS PIC XX VALUE SPACES.
001810 77  GF1-BREG-EOF-SW PIC X VALUE 'N'.
001820 77  GF1-PARM-STATUS PIC XX VALUE SPACES.
001830 77  GF1-PARM-TERM PIC 9(06) VALUE 0.
001840 77  GF1-BATCH-SW PIC X VALUE 'Y'.
001850     88  GF1-BATCH-OK-YES VALUE 'Y'.
001860     88  GF1-BATCH-OK-NO  VALUE 'N'.
001870 77  GF1-HEADER-SW PIC X VALUE 'N'.
001880     88  GF1-HEADER-YES VALUE 'Y'.
001890     88  GF1-HEADER-NO  VALUE 'N'.
001900 77  GF1-TRAILER-SW PIC X VALUE 'N'.
001910     88  GF1-TRAILER-YES VALUE 'Y'.
001920     88  GF1-TRAILER-NO  VALUE 'N'.
001930 77  GF1-PHYS-COUNT PIC 9(6) VALUE 0.
001940 77  GF1-DETAIL-COUNT PIC 9(6) VALUE 0.
001950 77  GF1-MISPLACED-COUNT PIC 9(6) VALUE 0.
001960 77  GF1-AFTER-TRL-COUNT PIC 9(6) VALUE 0.
001970 77  GF1-ID-HASH PIC 9(12) VALUE 0.
001980 77  GF1-SCORE-HASH PIC 9(12) VALUE 0.
001990 77  GF1-TRL-COUNT PIC 9(6) VALUE 0.
002000 77  GF1-TRL-ID-HASH PIC 9(12) VALUE 0.
002010 77  GF1-TRL-SCORE-HASH PIC 9(12) VALUE 0.
002020 77  GF1-BATCH-ID PIC X(12) VALUE SPACES.
002030 77  GF1-BATCH-SOURCE PIC X(08) VALUE SPACES.
002040 77  GF1-BATCH-CREATED PIC X(08) VALUE SPACES.
002050 77  GF1-BATCH-TERM PIC X(06) VALUE SPACES.
002060 01  GF1-RUNC-PROGS.
002070     02  FILLER PIC X(08) VALUE 'GRADSORT'.
002080     02  FILLER PIC X(08) VALUE 'LABFOUR2'.
002090     02  FILLER PIC X(08) VALUE 'GRADEBAL'.
002100     02  FILLER PIC X(08) VALUE 'GRADERPT'.
002110     02  FILLER PIC X(08) VALUE 'GRADSTAT'.
002120     02  FILLER PIC X(08) VALUE 'GRADDIST'.
002130     02  FILLER PIC X(08) VALUE 'GRADCOMP'.
002140     02  FILLER PIC X(08) VALUE 'GRADPOST'.
002150 01  GF1-RUNC-PROGS-R REDEFINES GF1-RUNC-PROGS.
002160     02  GF1-RUNC-PROG PIC X(08) OCCURS 8.
002170 01  GF1-RUNC-TABLE.
002180     02  GF1-RUNC-ENTRY OCCURS 8.
002190         03  GF1-RN-STEP PIC 99.
002200         03  GF1-RN-PROG PIC X(08).
002210         03  GF1-RN-STAT PIC X(01).
002220         03  GF1-RN-SDATE PIC 9(08).
002230         03  GF1-RN-STIME PIC 9(06).
002240         03  GF1-RN-EDATE PIC 9(08).
002250         03  GF1-RN-ETIME PIC 9(06).
002260         03  GF1-RN-COUNT PIC 9(06).
002270 01  GF1-HEAD-LINE.
002280     02  FILLER PIC X(45) VALUE
002290         'ACADEMIC RECORDS - EXTRACT SORT AND EDIT     '.
002300     02  FILLER PIC X(09) VALUE 'RUN DATE '.
002310     02  GF1-HD-DATE PIC 9(08).
002320     02  FILLER PIC X(38) VALUE SPACES.
002330 01  GF1-DETAIL-LINE.
002340     02  GF1-DET-ID PIC X(06).
002350     02  FILLER PIC X(04) VALUE SPACES.
002360     02  GF1-DET-NAME PIC X(12).
002370     02  FILLER PIC X(04) VALUE SPACES.
002380     02  GF1-DET-REASON PIC X(30).
002390     02  FILLER PIC X(44) VALUE SPACES.
002400 01  GF1-TOTAL-LINE.
002410     02  FILLER PIC X(06) VALUE 'READ: '.
002420     02  GF1-TOT-READ PIC ZZZ,ZZ9.
002430     02  FILLER PIC X(16) VALUE '  BAD IDS:      '.
002440     02  GF1-TOT-BADID PIC ZZZ,ZZ9.
002450     02  FILLER PIC X(14) VALUE '  DUPLICATES: '.
002460     02  GF1-TOT-DUP PIC ZZZ,ZZ9.
002470     02  FILLER PIC X(16) VALUE '  WRITTEN:      '.
002480     02  GF1-TOT-WRITE PIC ZZZ,ZZ9.
002490     02  FILLER PIC X(20) VALUE SPACES.
002500 01  GF1-BATCH-LINE.
002510     02  FILLER PIC X(06) VALUE 'BATCH '.
002520     02  GF1-BL-ID PIC X(12).
002530     02  FILLER PIC X(09) VALUE '  SOURCE '.
002540     02  GF1-BL-SOURCE PIC X(08).
002550     02  FILLER PIC X(10) VALUE '  CREATED '.
002560     02  GF1-BL-CREATED PIC X(08).
002570     02  FILLER PIC X(07) VALUE '  TERM '.
002580     02  GF1-BL-TERM PIC X(06).
002590     02  FILLER PIC X(34) VALUE SPACES.
002600 01  GF1-CTL-LINE.
002610     02  GF1-CL-LABEL PIC X(10).
002620     02  FILLER PIC X(06) VALUE 'COUNT '.
002630     02  GF1-CL-COUNT PIC ZZZ,ZZ9.
002640     02  FILLER PIC X(11) VALUE '   ID HASH '.
002650     02  GF1-CL-ID-HASH PIC Z(11)9.
002660     02  FILLER PIC X(14) VALUE '   SCORE HASH '.
002670     02  GF1-CL-SCORE-HASH PIC Z(11)9.
002680     02  FILLER PIC X(28) VALUE SPACES.
002690 01  GF1-REFUSE-LINE.
002700     02  FILLER PIC X(16) VALUE 'BATCH REFUSED - '.
002710     02  GF1-RF-REASON PIC X(50).
002720     02  FILLER PIC X(34) VALUE SPACES.
002730 01  GF1-ACCEPT-LINE.
002740     02  FILLER PIC X(45) VALUE
002750         'BATCH ACCEPTED - RECORDED ON FILEBREG FOR RUN'.
002760     02  FILLER PIC X(01) VALUE SPACE.
002770     02  GF1-AL-DATE PIC 9(08).
002780     02  FILLER PIC X(46) VALUE SPACES.
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE SECTION.
002810 0000-START.
002820     ACCEPT GF1-RUN-DATE FROM DATE YYYYMMDD.
002830     PERFORM RC THRU RC-EXIT.
002840     OPEN OUTPUT REJECT-FILE.
002850     MOVE GF1-RUN-DATE TO GF1-HD-DATE.
002860     WRITE REJECT-LINE FROM GF1-HEAD-LINE
002870         AFTER ADVANCING PAGE.
002880     MOVE SPACES TO REJECT-LINE.
002890     WRITE REJECT-LINE AFTER ADVANCING 1 LINE.
002900     PERFORM V THRU V-EXIT.
002910     IF GF1-BATCH-OK-NO
002920         CLOSE REJECT-FILE
002930         DISPLAY 'GRADSORT - BATCH ' GF1-BATCH-ID
002940             ' REFUSED - SEE FILESREJ - CHAIN STOPPED'
002950         MOVE 'E' TO GF1-RUNC-END-STAT
002960         PERFORM RC2 THRU RC2-EXIT
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     SORT SORT-FILE
003010         ON ASCENDING KEY SR0 SR1
003020         WITH DUPLICATES IN ORDER
003030         INPUT PROCEDURE IS A
003040         OUTPUT PROCEDURE IS B.
003050     MOVE GF1-READ-COUNT TO GF1-TOT-READ.
003060     MOVE GF1-BADID-COUNT TO GF1-TOT-BADID.
003070     MOVE GF1-DUP-COUNT TO GF1-TOT-DUP.
003080     MOVE GF1-WRITE-COUNT TO GF1-TOT-WRITE.
003090     WRITE REJECT-LINE FROM GF1-TOTAL-LINE
003100         AFTER ADVANCING 2 LINES.
003110     PERFORM V7 THRU V7-EXIT.
003120     CLOSE REJECT-FILE.
003130     PERFORM RC2 THRU RC2-EXIT.
003140     STOP RUN.
003150*----------------------------------------------------------------
003160* A (SORT INPUT PROCEDURE) READS THE RAW EXTRACT AND RELEASES
003170* ONLY RECORDS WHOSE STUDENT ID IS NUMERIC -- AN ID THAT CANNOT
003180* BE SEQUENCED CANNOT BE SORTED OR CONTROL-BROKEN ON, SO IT IS
003190* REJECTED TO THE REPORT HERE. THE HEADER AND TRAILER WERE
003200* PROVED BY V AND ARE PASSED OVER.
003210*----------------------------------------------------------------
003220 A SECTION.
003230 A-START.
003240     OPEN INPUT EXTRACT-FILE.
003250     PERFORM A2 THRU A2-EXIT UNTIL GF1-EOF-YES.
003260     CLOSE EXTRACT-FILE.
003270     GO TO A-EXIT.
003280 A2.
003290     READ EXTRACT-FILE AT END
003300         SET GF1-EOF-YES TO TRUE
003310         GO TO A2-EXIT.
003320     IF XB1 = 'HEADER' OR XC1 = 'TRAILER'
003330         GO TO A2-EXIT
003340     END-IF.
003350     ADD 1 TO GF1-READ-COUNT.
003360     IF XT0 NOT NUMERIC OR XT1 NOT NUMERIC
003370         ADD 1 TO GF1-BADID-COUNT
003380         MOVE XT1 TO GF1-DET-ID
003390         MOVE XT2 TO GF1-DET-NAME
003400         MOVE 'SECTION OR ID NOT NUMERIC' TO GF1-DET-REASON
003410         WRITE REJECT-LINE FROM GF1-DETAIL-LINE
003420             AFTER ADVANCING 1 LINE
003430         GO TO A2-EXIT
003440     END-IF.
003450     MOVE EXTRACT-RECORD TO SORT-RECORD.
003460     RELEASE SORT-RECORD.
003470 A2-EXIT.
003480     EXIT.
003490 A-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* B (SORT OUTPUT PROCEDURE) RETURNS THE ORDERED RECORDS, DROPS
003530* DUPLICATE SECTION/ID PAIRS -- THE FIRST RECORD FOR A PAIR IS
003540* KEPT, LATER ONES ARE REJECTED TO THE REPORT -- AND WRITES THE
003550* CLEAN FILEIN FOR THE GRADE RUN.
003560*----------------------------------------------------------------
003570 B SECTION.
003580 B-START.
003590     OPEN OUTPUT IN-FILE.
003600     PERFORM B2 THRU B2-EXIT UNTIL GF1-SORT-EOF-YES.
003610     CLOSE IN-FILE.
003620     GO TO B-EXIT.
003630 B2.
003640     RETURN SORT-FILE AT END
003650         SET GF1-SORT-EOF-YES TO TRUE
003660         GO TO B2-EXIT.
003670     IF GF1-FIRST-REC-SW = 'Y'
003680         MOVE 'N' TO GF1-FIRST-REC-SW
003690     ELSE
003700         IF SR0 = GF1-PREV-SECT AND SR1 = GF1-PREV-ID
003710             ADD 1 TO GF1-DUP-COUNT
003720             MOVE SR1 TO GF1-DET-ID
003730             MOVE SR2(1:12) TO GF1-DET-NAME
003740             MOVE 'DUPLICATE ID IN SECTION' TO GF1-DET-REASON
003750             WRITE REJECT-LINE FROM GF1-DETAIL-LINE
003760                 AFTER ADVANCING 1 LINE
003770             GO TO B2-EXIT
003780         END-IF
003790     END-IF.
003800     MOVE SR0 TO GF1-PREV-SECT.
003810     MOVE SR1 TO GF1-PREV-ID.
003820     MOVE SORT-RECORD TO IN-RECORD.
003830     WRITE IN-RECORD.
003840     ADD 1 TO GF1-WRITE-COUNT.
003850 B2-EXIT.
003860     EXIT.
003870 B-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003895* C (BATCH CONTROL) HOLDS THE V PARAGRAPHS IN THEIR OWN SECTION,
003900* AS R DOES FOR THE LEDGER. V PROVES THE EXTRACT BEFORE ANYTHING
003905* IS SORTED.
003910* THE WHOLE FILE IS READ ONCE: THE FIRST RECORD MUST BE THE
003920* HEADER AND THE LAST THE TRAILER, WITH NO SECOND HEADER OR
003930* TRAILER AND NOTHING AFTER THE TRAILER. THE DETAIL COUNT AND
003940* BOTH HASHES MUST AGREE WITH THE TRAILER -- A FILE CUT OFF IN
003950* TRANSMISSION HAS NO TRAILER OR THE WRONG TOTALS. THE HEADER
003960* TERM MUST MATCH THE FILETMPM CARD WHEN ONE IS THERE, AND THE
003970* BATCH ID MUST NOT ALREADY BE ON FILEBREG -- A RE-SENT COPY OF
003980* AN EARLIER NIGHT'S FILE IS CAUGHT HERE. EVERY FAILED CHECK IS
003990* LISTED (V3) AND TURNS GF1-BATCH-OK-NO ON.
004000*----------------------------------------------------------------
004010 C SECTION.
004020 V.
004030     OPEN INPUT EXTRACT-FILE.
004040     PERFORM V2 THRU V2-EXIT UNTIL GF1-EOF-YES.
004050     CLOSE EXTRACT-FILE.
004060     MOVE 'N' TO GF1-EOF-SW.
004070     MOVE GF1-BATCH-ID TO GF1-BL-ID.
004080     MOVE GF1-BATCH-SOURCE TO GF1-BL-SOURCE.
004090     MOVE GF1-BATCH-CREATED TO GF1-BL-CREATED.
004100     MOVE GF1-BATCH-TERM TO GF1-BL-TERM.
004110     WRITE REJECT-LINE FROM GF1-BATCH-LINE
004120         AFTER ADVANCING 1 LINE.
004130     MOVE 'TRAILER' TO GF1-CL-LABEL.
004140     MOVE GF1-TRL-COUNT TO GF1-CL-COUNT.
004150     MOVE GF1-TRL-ID-HASH TO GF1-CL-ID-HASH.
004160     MOVE GF1-TRL-SCORE-HASH TO GF1-CL-SCORE-HASH.
004170     WRITE REJECT-LINE FROM GF1-CTL-LINE
004180         AFTER ADVANCING 1 LINE.
004190     MOVE 'COUNTED' TO GF1-CL-LABEL.
004200     MOVE GF1-DETAIL-COUNT TO GF1-CL-COUNT.
004210     MOVE GF1-ID-HASH TO GF1-CL-ID-HASH.
004220     MOVE GF1-SCORE-HASH TO GF1-CL-SCORE-HASH.
004230     WRITE REJECT-LINE FROM GF1-CTL-LINE
004240         AFTER ADVANCING 1 LINE.
004250     IF GF1-HEADER-NO
004260         MOVE 'NO HEADER RECORD AT THE FRONT OF THE FILE'
004270             TO GF1-RF-REASON
004280         PERFORM V3 THRU V3-EXIT
004290     END-IF.
004300     IF GF1-TRAILER-NO
004310         MOVE 'NO TRAILER RECORD - FILE INCOMPLETE'
004320             TO GF1-RF-REASON
004330         PERFORM V3 THRU V3-EXIT
004340         GO TO V-END
004350     END-IF.
004360     IF GF1-MISPLACED-COUNT > 0
004370         MOVE 'EXTRA OR MISPLACED HEADER/TRAILER RECORD'
004380             TO GF1-RF-REASON
004390         PERFORM V3 THRU V3-EXIT
004400     END-IF.
004410     IF GF1-AFTER-TRL-COUNT > 0
004420         MOVE 'DETAIL RECORDS FOLLOW THE TRAILER'
004430             TO GF1-RF-REASON
004440         PERFORM V3 THRU V3-EXIT
004450     END-IF.
004460     IF GF1-DETAIL-COUNT NOT = GF1-TRL-COUNT
004470         MOVE 'DETAIL COUNT DOES NOT AGREE WITH TRAILER'
004480             TO GF1-RF-REASON
004490         PERFORM V3 THRU V3-EXIT
004500     END-IF.
004510     IF GF1-ID-HASH NOT = GF1-TRL-ID-HASH
004520         MOVE 'ID HASH TOTAL DOES NOT AGREE WITH TRAILER'
004530             TO GF1-RF-REASON
004540         PERFORM V3 THRU V3-EXIT
004550     END-IF.
004560     IF GF1-SCORE-HASH NOT = GF1-TRL-SCORE-HASH
004570         MOVE 'SCORE HASH TOTAL DOES NOT AGREE WITH TRAILER'
004580             TO GF1-RF-REASON
004590         PERFORM V3 THRU V3-EXIT
004600     END-IF.
004610 V-END.
004620     IF GF1-HEADER-NO
004630         GO TO V-EXIT
004640     END-IF.
004650     IF GF1-BATCH-ID = SPACES OR GF1-BATCH-SOURCE = SPACES
004660         MOVE 'HEADER BATCH ID OR SOURCE IS BLANK'
004670             TO GF1-RF-REASON
004680         PERFORM V3 THRU V3-EXIT
004690     END-IF.
004700     IF GF1-BATCH-CREATED NOT NUMERIC
004710         OR GF1-BATCH-TERM NOT NUMERIC
004720         MOVE 'HEADER CREATION DATE OR TERM NOT NUMERIC'
004730             TO GF1-RF-REASON
004740         PERFORM V3 THRU V3-EXIT
004750         GO TO V-REG
004760     END-IF.
004770     PERFORM V6 THRU V6-EXIT.
004780     IF GF1-PARM-TERM NOT = 0
004790         AND GF1-BATCH-TERM NOT = GF1-PARM-TERM
004800         MOVE 'HEADER TERM DOES NOT MATCH THE FILETMPM TERM'
004810             TO GF1-RF-REASON
004820         PERFORM V3 THRU V3-EXIT
004830     END-IF.
004840 V-REG.
004850     IF GF1-BATCH-ID NOT = SPACES
004860         PERFORM V4 THRU V4-EXIT
004870     END-IF.
004880 V-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* V2 READS ONE EXTRACT RECORD AND SORTS OUT WHAT IT IS. ONLY THE
004920* FIRST PHYSICAL RECORD MAY BE THE HEADER AND ONLY ONE TRAILER
004930* IS TAKEN; ANY OTHER HEADER OR TRAILER IS COUNTED MISPLACED.
004940* DETAILS ARE COUNTED AND HASHED EXACTLY AS THE SENDER BUILDS
004950* THE TRAILER (SEE THE LAYOUT NOTE AT THE TOP).
004960*----------------------------------------------------------------
004970 V2.
004980     READ EXTRACT-FILE AT END
004990         SET GF1-EOF-YES TO TRUE
005000         GO TO V2-EXIT.
005010     ADD 1 TO GF1-PHYS-COUNT.
005020     IF XB1 = 'HEADER'
005030         IF GF1-PHYS-COUNT = 1
005040             SET GF1-HEADER-YES TO TRUE
005050             MOVE XB2 TO GF1-BATCH-ID
005060             MOVE XB3 TO GF1-BATCH-SOURCE
005070             MOVE XB4 TO GF1-BATCH-CREATED
005080             MOVE XB5 TO GF1-BATCH-TERM
005090         ELSE
005100             ADD 1 TO GF1-MISPLACED-COUNT
005110         END-IF
005120         GO TO V2-EXIT
005130     END-IF.
005140     IF XC1 = 'TRAILER'
005150         IF GF1-TRAILER-YES
005160             ADD 1 TO GF1-MISPLACED-COUNT
005170             GO TO V2-EXIT
005180         END-IF
005190         SET GF1-TRAILER-YES TO TRUE
005200         IF XC2 NUMERIC AND XC3 NUMERIC AND XC4 NUMERIC
005210             MOVE XC2 TO GF1-TRL-COUNT
005220             MOVE XC3 TO GF1-TRL-ID-HASH
005230             MOVE XC4 TO GF1-TRL-SCORE-HASH
005240         ELSE
005250             MOVE 'TRAILER CONTROL FIELDS NOT NUMERIC'
005260                 TO GF1-RF-REASON
005270             PERFORM V3 THRU V3-EXIT
005280         END-IF
005290         GO TO V2-EXIT
005300     END-IF.
005310     IF GF1-TRAILER-YES
005320         ADD 1 TO GF1-AFTER-TRL-COUNT
005330     END-IF.
005340     ADD 1 TO GF1-DETAIL-COUNT.
005350     IF XT1 NUMERIC
005360         ADD XN1 TO GF1-ID-HASH
005370     END-IF.
005380     IF XT3 NUMERIC
005390         ADD XN3 TO GF1-SCORE-HASH
005400     END-IF.
005410     IF XT4 NUMERIC
005420         ADD XN4 TO GF1-SCORE-HASH
005430     END-IF.
005440     IF XT5 NUMERIC
005450         ADD XN5 TO GF1-SCORE-HASH
005460     END-IF.
005470 V2-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500* V3 LISTS ONE FAILED CHECK ON FILESREJ AND MARKS THE BATCH BAD.
005510*----------------------------------------------------------------
005520 V3.
005530     SET GF1-BATCH-OK-NO TO TRUE.
005540     WRITE REJECT-LINE FROM GF1-REFUSE-LINE
005550         AFTER ADVANCING 1 LINE.
005560 V3-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590* V4 SCANS THE PROCESSED-BATCH REGISTER FOR THE HEADER'S BATCH
005600* ID. NO FILEBREG YET (STATUS 35) IS AN EMPTY REGISTER -- THE
005610* FIRST NIGHT. A REGISTER THAT WILL NOT OPEN FOR ANY OTHER
005620* REASON CANNOT PROVE THE BATCH IS NEW, SO THE BATCH IS REFUSED.
005630*----------------------------------------------------------------
005640 V4.
005650     MOVE 'N' TO GF1-BREG-EOF-SW.
005660     OPEN INPUT BREG-FILE.
005670     IF GF1-BREG-STATUS = '35'
005680         GO TO V4-EXIT
005690     END-IF.
005700     IF GF1-BREG-STATUS NOT = '00'
005710         DISPLAY 'GRADSORT - FILEBREG NOT AVAILABLE, STATUS '
005720             GF1-BREG-STATUS
005730         MOVE 'PROCESSED-BATCH REGISTER FILEBREG UNREADABLE'
005740             TO GF1-RF-REASON
005750         PERFORM V3 THRU V3-EXIT
005760         GO TO V4-EXIT
005770     END-IF.
005780     PERFORM V5 THRU V5-EXIT UNTIL GF1-BREG-EOF-SW = 'Y'.
005790     CLOSE BREG-FILE.
005800 V4-EXIT.
005810     EXIT.
005820 V5.
005830     READ BREG-FILE AT END
005840         MOVE 'Y' TO GF1-BREG-EOF-SW
005850         GO TO V5-EXIT.
005860     IF BR1 = GF1-BATCH-ID
005870         MOVE 'BATCH ID ALREADY PROCESSED - RUN DATE'
005880             TO GF1-RF-REASON
005890         MOVE BR5 TO GF1-RF-REASON(39:8)
005900         PERFORM V3 THRU V3-EXIT
005910         MOVE 'Y' TO GF1-BREG-EOF-SW
005920     END-IF.
005930 V5-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* V6 READS THE NIGHT'S TERM CODE FROM THE FILETMPM CARD. NO CARD
005970* LEAVES GF1-PARM-TERM ZERO AND THE TERM CHECK IS SKIPPED --
005980* GRADPOST WILL NOT POST WITHOUT ONE IN ANY CASE.
005990*----------------------------------------------------------------
006000 V6.
006010     OPEN INPUT PARM-FILE.
006020     IF GF1-PARM-STATUS NOT = '00'
006030         DISPLAY 'GRADSORT - FILETMPM NOT AVAILABLE, STATUS '
006040             GF1-PARM-STATUS ' - HEADER TERM NOT CHECKED'
006050         GO TO V6-EXIT
006060     END-IF.
006070     READ PARM-FILE
006080         AT END
006090             CONTINUE
006100         NOT AT END
006110             IF PM1 NUMERIC
006120                 MOVE PM1 TO GF1-PARM-TERM
006130             END-IF
006140     END-READ.
006150     CLOSE PARM-FILE.
006160 V6-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* V7 RECORDS THE ACCEPTED BATCH ON FILEBREG ONCE FILEIN HAS BEEN
006200* WRITTEN, STAMPED WITH THE NIGHT'S RUN DATE AND TIME FROM THIS
006210* STEP'S FILERUNC ROW. THE REGISTER IS APPENDED TO; THE FIRST
006220* NIGHT CREATES IT.
006230*----------------------------------------------------------------
006240 V7.
006250     OPEN EXTEND BREG-FILE.
006260     IF GF1-BREG-STATUS = '35'
006270         OPEN OUTPUT BREG-FILE
006280     END-IF.
006290     IF GF1-BREG-STATUS NOT = '00'
006300         DISPLAY 'GRADSORT - FILEBREG WRITE OPEN FAILED, STATUS '
006310             GF1-BREG-STATUS
006320         MOVE 16 TO RETURN-CODE
006330         STOP RUN
006340     END-IF.
006350     MOVE SPACES TO BREG-RECORD.
006360     MOVE GF1-BATCH-ID TO BR1.
006370     MOVE GF1-BATCH-SOURCE TO BR2.
006380     MOVE GF1-BATCH-CREATED TO BR3.
006390     MOVE GF1-BATCH-TERM TO BR4.
006400     MOVE GF1-RN-SDATE (1) TO BR5.
006410     MOVE GF1-RN-STIME (1) TO BR6.
006420     MOVE GF1-DETAIL-COUNT TO BR7.
006430     WRITE BREG-RECORD.
006440     CLOSE BREG-FILE.
006450     MOVE BR5 TO GF1-AL-DATE.
006460     WRITE REJECT-LINE FROM GF1-ACCEPT-LINE
006470         AFTER ADVANCING 2 LINES.
006480 V7-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510* R (RUN LEDGER) HOLDS THE FILERUNC PARAGRAPHS IN THEIR OWN
006520* SECTION SO THE SORT OUTPUT PROCEDURE (B) DOES NOT RUN INTO
006530* THEM. RC OPENS THE NIGHT: THE LEDGER IS REBUILT WITH ONE
006540* PENDING ROW PER STEP OF THE CHAIN AND THIS STEP'S ROW IS
006550* STAMPED RUNNING. RERUNNING GRADSORT DELIBERATELY RESETS THE
006560* WHOLE LEDGER AND STARTS THE NIGHT OVER.
006570*----------------------------------------------------------------
006580 R SECTION.
006590 RC.
006600     ACCEPT GF1-RUN-TIME FROM TIME.
006610     PERFORM RC3 THRU RC3-EXIT
006620         VARYING GF1-RUNC-IX FROM 1 BY 1
006630         UNTIL GF1-RUNC-IX > 8.
006640     MOVE 'R' TO GF1-RN-STAT (1).
006650     MOVE GF1-RUN-DATE TO GF1-RN-SDATE (1).
006660     MOVE GF1-RUN-TIME(1:6) TO GF1-RN-STIME (1).
006670     PERFORM RC4 THRU RC4-EXIT.
006680 RC-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* RC2 STAMPS THIS STEP'S ROW WITH ITS ENDING STATUS (COMPLETE, OR
006720* IN ERROR FOR A REFUSED BATCH), THE END TIME AND THE CLEAN
006730* FILEIN RECORD COUNT, AND SAVES THE LEDGER.
006740*----------------------------------------------------------------
006750 RC2.
006760     ACCEPT GF1-RUN-TIME FROM TIME.
006770     MOVE GF1-RUNC-END-STAT TO GF1-RN-STAT (1).
006780     MOVE GF1-RUN-DATE TO GF1-RN-EDATE (1).
006790     MOVE GF1-RUN-TIME(1:6) TO GF1-RN-ETIME (1).
006800     MOVE GF1-WRITE-COUNT TO GF1-RN-COUNT (1).
006810     PERFORM RC4 THRU RC4-EXIT.
006820 RC2-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850* RC3 BUILDS ONE PENDING LEDGER ROW FOR THE STEP AT
006860* GF1-RUNC-IX. PERFORMED VARYING 1 THROUGH 8 FROM RC.
006870*----------------------------------------------------------------
006880 RC3.
006890     MOVE GF1-RUNC-IX TO GF1-RN-STEP (GF1-RUNC-IX).
006900     MOVE GF1-RUNC-PROG (GF1-RUNC-IX)
006910         TO GF1-RN-PROG (GF1-RUNC-IX).
006920     MOVE 'P' TO GF1-RN-STAT (GF1-RUNC-IX).
006930     MOVE 0 TO GF1-RN-SDATE (GF1-RUNC-IX).
006940     MOVE 0 TO GF1-RN-STIME (GF1-RUNC-IX).
006950     MOVE 0 TO GF1-RN-EDATE (GF1-RUNC-IX).
006960     MOVE 0 TO GF1-RN-ETIME (GF1-RUNC-IX).
006970     MOVE 0 TO GF1-RN-COUNT (GF1-RUNC-IX).
006980 RC3-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010* RC4 WRITES THE WHOLE LEDGER TABLE BACK TO FILERUNC. THE FILE
007020* IS SMALL AND REWRITTEN WHOLE, THE SAME WAY LABFOUR2 KEEPS ITS
007030* CHECKPOINT.
007040*----------------------------------------------------------------
007050 RC4.
007060     OPEN OUTPUT RUNC-FILE.
007070     IF GF1-RUNC-STATUS NOT = '00'
007080         DISPLAY 'GRADSORT - FILERUNC WRITE OPEN FAILED, STATUS '
007090             GF1-RUNC-STATUS
007100         MOVE 16 TO RETURN-CODE
007110         STOP RUN
007120     END-IF.
007130     PERFORM RC5 THRU RC5-EXIT
007140         VARYING GF1-RUNC-IX FROM 1 BY 1
007150         UNTIL GF1-RUNC-IX > 8.
007160     CLOSE RUNC-FILE.
007170 RC4-EXIT.
007180     EXIT.
007190 RC5.
007200     MOVE GF1-RUNC-ENTRY (GF1-RUNC-IX) TO RUNC-RECORD.
007210     WRITE RUNC-RECORD.
007220 RC5-EXIT.
007230     EXIT.
