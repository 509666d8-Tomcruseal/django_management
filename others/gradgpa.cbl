000230*              THE DEAN'S OFFICE ASKED FOR THIS LISTING EVERY
000240*              TERM; IT USED TO BE BUILT BY HAND IN A
000250*              SPREADSHEET FROM SCREEN-PRINTED TRANSCRIPTS.
000260* 10/15/26 RH  THE RANK LISTING GOES OUT OF THE OFFICE, SO A
000270*              STUDENT WITH A PRIVACY HOLD ON FILEMAST (M4 = 'Y')
000280*              NOW PRINTS WITH THE ID AND NAME MASKED ON FILEGPAR.
000290*              THE LINE ITSELF STAYS SO EVERY OTHER RANK AND
000300*              COHORT SIZE READS THE SAME AS BEFORE. A RESTRICTED
000310*              REGISTRAR COPY (FILEGPRG) SHOWS EVERY LINE IN FULL,
000320*              HELD STUDENTS MARKED, AND THE NUMBER OF ENTRIES
000330*              MASKED. NO FILEMAST, NO RUN -- THE HOLDS CANNOT BE
000340*              CHECKED.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HIST-FILE ASSIGN TO FILEHIST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS H1
000430         FILE STATUS IS GA1-HIST-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO FILEGPAR.
000450     SELECT MASTER-FILE ASSIGN TO FILEMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS M1
000490         FILE STATUS IS GA1-MAST-STATUS.
000500     SELECT REGCOPY-FILE ASSIGN TO FILEGPRG.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  HIST-FILE.
000540 01  HIST-RECORD.
000550     02  H1.
000560         03  H1-ID PIC 9(6).
000570         03  H1-TERM PIC 9(6).
000580         03  H1-SECT PIC 99.
000590     02  H2 PIC X(12).
000600     02  H3 PIC 99V99.
000610     02  H4 PIC X(01).
000620     02  H5 PIC 9(08).
000630     02  H6 PIC 9(02).
000640 FD  REPORT-FILE LABEL RECORD IS OMITTED.
000650 01  REPORT-LINE PIC X(120).
000660 FD  MASTER-FILE.
000670 01  MASTER-RECORD.
000680     02  M1 PIC 9(6).
000690     02  M2 PIC X(12).
000700     02  M3.
000710         03  M3-LINE1 PIC X(30).
000720         03  M3-LINE2 PIC X(30).
000730         03  M3-CITY PIC X(20).
000740         03  M3-STATE PIC X(02).
000750         03  M3-ZIP PIC X(10).
000760         03  M3-EMAIL PIC X(40).
000770         03  M3-PREF PIC X(01).
000780     02  M4 PIC X(01).
000790     02  FILLER PIC X(18).
000800 FD  REGCOPY-FILE LABEL RECORD IS OMITTED.
000810 01  REGCOPY-LINE PIC X(120).
000820 WORKING-STORAGE SECTION.
000830 77  GA1-EOF-SW PIC X VALUE 'N'.
000840     88  GA1-EOF-YES VALUE 'Y'.
000850     88  GA1-EOF-NO  VALUE 'N'.
000860 77  GA1-HIST-STATUS PIC XX VALUE SPACES.
000870 77  GA1-MAST-STATUS PIC XX VALUE SPACES.
000880 77  GA1-HELD-COUNT PIC 9(6) VALUE 0.
000890 77  GA1-RUN-DATE PIC 9(08) VALUE 0.
000900 77  GA1-CUR-ID PIC 9(6) VALUE 0.
000910 77  GA1-CUR-NAME PIC X(12) VALUE SPACES.
000920 77  GA1-CUR-COHORT PIC 9(4) VALUE 0.
000930 77  GA1-POINTS PIC 9(5)V99 VALUE 0.
000940 77  GA1-HRS-ATT PIC 9(4) VALUE 0.
000950 77  GA1-HRS-EARN PIC 9(4) VALUE 0.
000960 77  GA1-GRADE-VAL PIC 9 VALUE 0.
000970 77  GA1-GPA PIC 9V99 VALUE 0.
000980 77  GA1-STU-COUNT PIC 9(4) COMP VALUE 0.
000990 77  GA1-STU-MAX PIC 9(4) COMP VALUE 5000.
001000 77  GA1-STU-IX PIC 9(4) COMP VALUE 0.
001010 77  GA1-RANK-IX PIC 9(4) COMP VALUE 0.
001020 77  GA1-RANK PIC 9(4) VALUE 0.
001030 77  GA1-COHORT-N PIC 9(4) VALUE 0.
001040 01  GA1-STU-TABLE.
001050     02  GA1-STU-ENTRY OCCURS 5000.
001060         03  GA1-ST-ID PIC 9(6).
001070         03  GA1-ST-NAME PIC X(12).
001080         03  GA1-ST-COHORT PIC 9(4).
001090         03  GA1-ST-GPA PIC 9V99.
001100         03  GA1-ST-EARN PIC 9(4).
001110         03  GA1-ST-ATT PIC 9(4).
001120         03  GA1-ST-HOLD PIC X(01).
001130 01  GA1-HEAD-LINE.
001140     02  FILLER PIC X(46) VALUE
001150         'ACADEMIC RECORDS - CUMULATIVE GPA AND RANK    '.
001160     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001170     02  GA1-HD-DATE PIC 9(08).
001180     02  FILLER PIC X(57) VALUE SPACES.
001190 01  GA1-RESTRICT-LINE.
001200     02  FILLER PIC X(40) VALUE
001210         'RESTRICTED - REGISTRAR COPY - STUDENTS W'.
001220     02  FILLER PIC X(40) VALUE
001230         'ITH A PRIVACY HOLD ARE SHOWN            '.
001240     02  FILLER PIC X(40) VALUE SPACES.
001250 01  GA1-COL-LINE.
001260     02  FILLER PIC X(10) VALUE 'STUDENT ID'.
001270     02  FILLER PIC X(02) VALUE SPACES.
001280     02  FILLER PIC X(14) VALUE 'NAME          '.
001290     02  FILLER PIC X(08) VALUE 'COHORT  '.
001300     02  FILLER PIC X(13) VALUE 'HOURS EARNED '.
001310     02  FILLER PIC X(07) VALUE ' GPA   '.
001320     02  FILLER PIC X(14) VALUE 'RANK IN COHORT'.
001330     02  FILLER PIC X(52) VALUE SPACES.
001340 01  GA1-DETAIL-LINE.
001350     02  FILLER PIC X(02) VALUE SPACES.
001360     02  GA1-DET-WHO.
001370         03  GA1-DET-ID PIC 9(06).
001380         03  FILLER PIC X(04) VALUE SPACES.
001390         03  GA1-DET-NAME PIC X(12).
001400     02  GA1-DET-MASK REDEFINES GA1-DET-WHO PIC X(22).
001410     02  FILLER PIC X(02) VALUE SPACES.
001420     02  GA1-DET-COHORT PIC 9(04).
001430     02  FILLER PIC X(08) VALUE SPACES.
001440     02  GA1-DET-EARN PIC ZZZ9.
001450     02  FILLER PIC X(06) VALUE SPACES.
001460     02  GA1-DET-GPA PIC 9.99.
001470     02  FILLER PIC X(03) VALUE SPACES.
001480     02  GA1-DET-RANK PIC ZZZ9.
001490     02  FILLER PIC X(04) VALUE ' OF '.
001500     02  GA1-DET-COHN PIC ZZZ9.
001510     02  GA1-DET-FLAG PIC X(18).
001520     02  GA1-DET-HOLD PIC X(14).
001530     02  FILLER PIC X(29) VALUE SPACES.
001540 01  GA1-TOTAL-LINE.
001550     02  FILLER PIC X(18) VALUE 'STUDENTS LISTED:  '.
001560     02  GA1-TOT-STU PIC ZZZ,ZZ9.
001570     02  FILLER PIC X(95) VALUE SPACES.
001580 01  GA1-HELD-LINE.
001590     02  FILLER PIC X(31) VALUE 'ENTRIES MASKED - PRIVACY HOLD: '.
001600     02  GA1-TOT-HELD PIC ZZZ,ZZ9.
001610     02  FILLER PIC X(82) VALUE SPACES.
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     ACCEPT GA1-RUN-DATE FROM DATE YYYYMMDD.
001650     OPEN INPUT HIST-FILE.
001660     IF GA1-HIST-STATUS NOT = '00'
001670         DISPLAY 'GRADGPA - FILEHIST DID NOT OPEN, STATUS '
001680             GA1-HIST-STATUS
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     OPEN INPUT MASTER-FILE.
001730     IF GA1-MAST-STATUS NOT = '00'
001740         DISPLAY 'GRADGPA - FILEMAST DID NOT OPEN, STATUS '
001750             GA1-MAST-STATUS ' - PRIVACY HOLDS CANNOT BE CHECKED'
001760         MOVE 16 TO RETURN-CODE
001770         CLOSE HIST-FILE
001780         STOP RUN
001790     END-IF.
001800     OPEN OUTPUT REPORT-FILE.
001810     OPEN OUTPUT REGCOPY-FILE.
001820     MOVE GA1-RUN-DATE TO GA1-HD-DATE.
001830     WRITE REPORT-LINE FROM GA1-HEAD-LINE
001840         AFTER ADVANCING PAGE.
001850     WRITE REPORT-LINE FROM GA1-COL-LINE
001860         AFTER ADVANCING 2 LINES.
001870     MOVE SPACES TO REPORT-LINE.
001880     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
001890     WRITE REGCOPY-LINE FROM GA1-HEAD-LINE
001900         AFTER ADVANCING PAGE.
001910     WRITE REGCOPY-LINE FROM GA1-RESTRICT-LINE
001920         AFTER ADVANCING 1 LINE.
001930     WRITE REGCOPY-LINE FROM GA1-COL-LINE
001940         AFTER ADVANCING 2 LINES.
001950     MOVE SPACES TO REGCOPY-LINE.
001960     WRITE REGCOPY-LINE AFTER ADVANCING 1 LINE.
001970     PERFORM A THRU A-EXIT UNTIL GA1-EOF-YES.
001980     IF GA1-CUR-ID > 0
001990         PERFORM E THRU E-EXIT
002000     END-IF.
002010     PERFORM P THRU P-EXIT
002020         VARYING GA1-STU-IX FROM 1 BY 1
002030         UNTIL GA1-STU-IX > GA1-STU-COUNT.
002040     MOVE GA1-STU-COUNT TO GA1-TOT-STU.
002050     WRITE REPORT-LINE FROM GA1-TOTAL-LINE
002060         AFTER ADVANCING 2 LINES.
002070     WRITE REGCOPY-LINE FROM GA1-TOTAL-LINE
002080         AFTER ADVANCING 2 LINES.
002090     MOVE GA1-HELD-COUNT TO GA1-TOT-HELD.
002100     WRITE REGCOPY-LINE FROM GA1-HELD-LINE
002110         AFTER ADVANCING 1 LINE.
002120     CLOSE HIST-FILE.
002130     CLOSE MASTER-FILE.
002140     CLOSE REPORT-FILE.
002150     CLOSE REGCOPY-FILE.
002160     DISPLAY 'GRADGPA - RANK ENTRIES MASKED FOR PRIVACY HOLD: '
002170         GA1-HELD-COUNT.
002180     STOP RUN.
002190*----------------------------------------------------------------
002200* A READS THE HISTORY IN KEY ORDER (STUDENT, TERM, SECTION).
002210* THE FIRST ROW OF A NEW STUDENT CLOSES OUT THE ONE BEFORE (E)
002220* AND CAPTURES THE COHORT FROM THE EARLIEST TERM'S YEAR. W/I
002230* ROWS ARE SKIPPED; GRADED ROWS FEED THE POINT AND HOUR
002240* ACCUMULATORS.
002250*----------------------------------------------------------------
002260 A.
002270     READ HIST-FILE NEXT RECORD AT END
002280         SET GA1-EOF-YES TO TRUE
002290         GO TO A-EXIT.
002300     IF H1-ID NOT = GA1-CUR-ID
002310         IF GA1-CUR-ID > 0
002320             PERFORM E THRU E-EXIT
002330         END-IF
002340         MOVE H1-ID TO GA1-CUR-ID
002350         MOVE H2 TO GA1-CUR-NAME
002360         MOVE H1-TERM(1:4) TO GA1-CUR-COHORT
002370         MOVE 0 TO GA1-POINTS
002380         MOVE 0 TO GA1-HRS-ATT
002390         MOVE 0 TO GA1-HRS-EARN
002400     END-IF.
002410     MOVE H2 TO GA1-CUR-NAME.
002420     IF H4 = 'W' OR H4 = 'I'
002430         GO TO A-EXIT
002440     END-IF.
002450     EVALUATE H4
002460         WHEN 'A'
002470             MOVE 4 TO GA1-GRADE-VAL
002480         WHEN 'B'
002490             MOVE 3 TO GA1-GRADE-VAL
002500         WHEN 'C'
002510             MOVE 2 TO GA1-GRADE-VAL
002520         WHEN 'D'
002530             MOVE 1 TO GA1-GRADE-VAL
002540         WHEN OTHER
002550             MOVE 0 TO GA1-GRADE-VAL
002560     END-EVALUATE.
002570     COMPUTE GA1-POINTS = GA1-POINTS + GA1-GRADE-VAL * H6.
002580     ADD H6 TO GA1-HRS-ATT.
002590     IF GA1-GRADE-VAL > 0
002600         ADD H6 TO GA1-HRS-EARN
002610     END-IF.
002620 A-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* E CLOSES OUT THE STUDENT JUST FINISHED: THE HOUR-WEIGHTED GPA
002660* IS COMPUTED AND THE STUDENT STORED IN THE RANKING TABLE. A
002670* STUDENT WITH NO GRADED HOURS (ALL W/I, OR NO CATALOG HOURS)
002680* CARRIES A ZERO GPA AND IS FLAGGED ON THE LISTING. THE PRIVACY
002690* HOLD (M4) IS PICKED UP FROM FILEMAST HERE, ONCE PER STUDENT.
002700*----------------------------------------------------------------
002710 E.
002720     IF GA1-STU-COUNT NOT < GA1-STU-MAX
002730         DISPLAY 'GRADGPA - MORE THAN 5000 STUDENTS ON '
002740             'FILEHIST - RAISE THE TABLE AND RERUN'
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     IF GA1-HRS-ATT > 0
002790         COMPUTE GA1-GPA ROUNDED = GA1-POINTS / GA1-HRS-ATT
002800     ELSE
002810         MOVE 0 TO GA1-GPA
002820     END-IF.
002830     ADD 1 TO GA1-STU-COUNT.
002840     MOVE GA1-CUR-ID TO GA1-ST-ID (GA1-STU-COUNT).
002850     MOVE GA1-CUR-NAME TO GA1-ST-NAME (GA1-STU-COUNT).
002860     MOVE GA1-CUR-COHORT TO GA1-ST-COHORT (GA1-STU-COUNT).
002870     MOVE GA1-GPA TO GA1-ST-GPA (GA1-STU-COUNT).
002880     MOVE GA1-HRS-EARN TO GA1-ST-EARN (GA1-STU-COUNT).
002890     MOVE GA1-HRS-ATT TO GA1-ST-ATT (GA1-STU-COUNT).
002900     MOVE 'N' TO GA1-ST-HOLD (GA1-STU-COUNT).
002910     MOVE GA1-CUR-ID TO M1.
002920     READ MASTER-FILE
002930         INVALID KEY
002940             CONTINUE
002950         NOT INVALID KEY
002960             IF M4 = 'Y'
002970                 MOVE 'Y' TO GA1-ST-HOLD (GA1-STU-COUNT)
002980             END-IF
002990     END-READ.
003000 E-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* P PRINTS ONE STUDENT'S LISTING LINE. THE RANK IS ONE MORE
003040* THAN THE NUMBER OF SAME-COHORT STUDENTS WITH A HIGHER GPA,
003050* SO TIES SHARE A RANK, AND THE COHORT SIZE PRINTS BESIDE IT.
003060* THE REGISTRAR COPY GETS THE LINE IN FULL; FOR A HELD STUDENT
003070* THE PUBLISHED LINE KEEPS ITS PLACE WITH THE ID AND NAME MASKED.
003080*----------------------------------------------------------------
003090 P.
003100     MOVE 1 TO GA1-RANK.
003110     MOVE 0 TO GA1-COHORT-N.
003120     PERFORM R THRU R-EXIT
003130         VARYING GA1-RANK-IX FROM 1 BY 1
003140         UNTIL GA1-RANK-IX > GA1-STU-COUNT.
003150     MOVE SPACES TO GA1-DET-MASK.
003160     MOVE GA1-ST-ID (GA1-STU-IX) TO GA1-DET-ID.
003170     MOVE GA1-ST-NAME (GA1-STU-IX) TO GA1-DET-NAME.
003180     MOVE GA1-ST-COHORT (GA1-STU-IX) TO GA1-DET-COHORT.
003190     MOVE GA1-ST-EARN (GA1-STU-IX) TO GA1-DET-EARN.
003200     MOVE GA1-ST-GPA (GA1-STU-IX) TO GA1-DET-GPA.
003210     MOVE GA1-RANK TO GA1-DET-RANK.
003220     MOVE GA1-COHORT-N TO GA1-DET-COHN.
003230     IF GA1-ST-ATT (GA1-STU-IX) = 0
003240         MOVE '  NO GRADED HOURS ' TO GA1-DET-FLAG
003250     ELSE
003260         MOVE SPACES TO GA1-DET-FLAG
003270     END-IF.
003280     IF GA1-ST-HOLD (GA1-STU-IX) = 'Y'
003290         MOVE '  PRIVACY HOLD' TO GA1-DET-HOLD
003300     ELSE
003310         MOVE SPACES TO GA1-DET-HOLD
003320     END-IF.
003330     WRITE REGCOPY-LINE FROM GA1-DETAIL-LINE
003340         AFTER ADVANCING 1 LINE.
003350     IF GA1-ST-HOLD (GA1-STU-IX) = 'Y'
003360         MOVE '** WITHHELD **' TO GA1-DET-MASK
003370         MOVE SPACES TO GA1-DET-HOLD
003380         ADD 1 TO GA1-HELD-COUNT
003390     END-IF.
003400     WRITE REPORT-LINE FROM GA1-DETAIL-LINE
003410         AFTER ADVANCING 1 LINE.
003420 P-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450* R COMPARES ONE TABLE ENTRY AGAINST THE STUDENT BEING PRINTED
003460* (GA1-STU-IX): SAME-COHORT ENTRIES GROW THE COHORT SIZE, AND
003470* THOSE WITH A HIGHER GPA PUSH THE RANK DOWN.
003480*----------------------------------------------------------------
003490 R.
003500     IF GA1-ST-COHORT (GA1-RANK-IX)
003510         NOT = GA1-ST-COHORT (GA1-STU-IX)
003520         GO TO R-EXIT
003530     END-IF.
003540     ADD 1 TO GA1-COHORT-N.
003550     IF GA1-ST-GPA (GA1-RANK-IX) > GA1-ST-GPA (GA1-STU-IX)
003560         ADD 1 TO GA1-RANK
003570     END-IF.
003580 R-EXIT.
003590     EXIT.
