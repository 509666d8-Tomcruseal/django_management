000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GRADLAPS.
000030 AUTHOR.        R HOLLOWAY.
000040 INSTALLATION.  ACADEMIC RECORDS - NIGHT BATCH.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RH  ORIGINAL PROGRAM - TERM-END INCOMPLETE LAPSE STEP.
000110*              AN I ROW POSTED BY GRADPOST (H4 'I', H6 ZERO)
000120*              USED TO STAY INCOMPLETE FOREVER. THIS STEP READS
000130*              FILEHIST ONCE AGAINST THE LAPSE DEADLINE TERM ON
000140*              THE FILELAPM PARM CARD (YYYYTT, SAME FORM AS
000150*              FILETMPM). AN UNRESOLVED I FROM A TERM BEFORE THE
000160*              DEADLINE LAPSES TO AN F CARRYING THE COURSE HOURS
000170*              FROM FILECTLG, SO GRADGPA AND GRADSTND COUNT IT;
000180*              EACH LAPSE IS LISTED ON FILELAPR, JOURNALED WITH
000190*              BEFORE/AFTER IMAGES ON GRADCHG'S CHANGE JOURNAL
000200*              (FILEGCJN, REASON 'IL'), AND WRITTEN TO THE
000210*              FILEGCDL DELTA SO GRADSIF SENDS THE F TO THE SIS.
000220*              AN I FROM THE DEADLINE TERM ITSELF LAPSES AT THE
000230*              NEXT TERM-END RUN, SO IT GOES ON THE FILELAPW
000240*              WARNING LISTING INSTEAD -- ONE PAGE PER SECTION,
000250*              HEADED WITH THE FILEXREF INSTRUCTOR AND DELIVERY
000260*              ROUTING -- A TERM AHEAD OF THE LAPSE. A MISSING
000270*              OR BAD PARM CARD STOPS THE RUN WITH NOTHING
000280*              CHANGED -- THE DEADLINE IS NEVER DEFAULTED.
000290* 10/15/26 RH  WARNING PAGES ROUTED OUT THROUGH FILEXREF NOW
000300*              SHOW A STUDENT WITH A PRIVACY HOLD ON FILEMAST
000310*              (M4 = 'Y') WITH THE NAME MASKED TO 'PRIVACY HOLD';
000320*              THE ID AND TERM STAY SO THE INSTRUCTOR CAN STILL
000330*              ACT. PAGES HEADED UNASSIGNED STAY WITH THE
000340*              REGISTRAR AND ARE NOT MASKED. THE FILELAPR TOTALS
000350*              SHOW HOW MANY NAMES WERE MASKED. IF FILEMAST WILL
000360*              NOT OPEN EVERY ROUTED NAME IS MASKED.
000370*----------------------------------------------------------------
000380* PARM CARD (FILELAPM): PM1 LAPSE DEADLINE TERM (YYYYTT).
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE ASSIGN TO FILELAPM
000440         FILE STATUS IS LP1-PARM-STATUS.
000450     SELECT HIST-FILE ASSIGN TO FILEHIST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS H1
000490         FILE STATUS IS LP1-HIST-STATUS.
000500     SELECT CATALOG-FILE ASSIGN TO FILECTLG
000510         FILE STATUS IS LP1-CTLG-STATUS.
000520     SELECT XREF-FILE ASSIGN TO FILEXREF
000530         FILE STATUS IS LP1-XREF-STATUS.
000540     SELECT JRNL-FILE ASSIGN TO FILEGCJN
000550         FILE STATUS IS LP1-JRNL-STATUS.
000560     SELECT DELTA-FILE ASSIGN TO FILEGCDL
000570         FILE STATUS IS LP1-DELTA-STATUS.
000580     SELECT SORT-FILE ASSIGN TO FILELSRT.
000590     SELECT LAPSE-FILE ASSIGN TO FILELAPR.
000600     SELECT WARN-FILE ASSIGN TO FILELAPW.
000610     SELECT MASTER-FILE ASSIGN TO FILEMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS M1
000650         FILE STATUS IS LP1-MAST-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PARM-FILE LABEL RECORD IS STANDARD.
000690 01  PARM-RECORD.
000700     02  PM1 PIC 9(06).
000710     02  FILLER PIC X(74).
000720 FD  HIST-FILE.
000730 01  HIST-RECORD.
000740     02  H1.
000750         03  H1-ID PIC 9(6).
000760         03  H1-TERM PIC 9(6).
000770         03  H1-SECT PIC 99.
000780     02  H2 PIC X(12).
000790     02  H3 PIC 99V99.
000800     02  H4 PIC X(01).
000810     02  H5 PIC 9(08).
000820     02  H6 PIC 9(02).
000830 FD  CATALOG-FILE LABEL RECORD IS STANDARD.
000840 01  CATALOG-RECORD.
000850     02  CG1 PIC 99.
000860     02  CG2 PIC 9(02).
000870     02  FILLER PIC X(76).
000880 FD  XREF-FILE LABEL RECORD IS STANDARD.
000890 01  XREF-RECORD.
000900     02  XF1 PIC 99.
000910     02  XF2 PIC X(20).
000920     02  XF3 PIC X(20).
000930 FD  JRNL-FILE LABEL RECORD IS STANDARD.
000940 01  JRNL-RECORD.
000950     02  GJ1 PIC X(07).
000960     02  GJ2 PIC X(41).
000970     02  GJ3 PIC X(02).
000980     02  GJ4 PIC X(12).
000990     02  GJ5 PIC X(12).
001000     02  GJ6 PIC 9(08).
001010     02  GJ7 PIC 9(06).
001020 FD  DELTA-FILE LABEL RECORD IS STANDARD.
001030 01  DELTA-RECORD.
001040     02  DL1 PIC 9(06).
001050     02  DL2 PIC 9(06).
001060     02  DL3 PIC 99.
001070     02  DL4 PIC 9(08).
001080 SD  SORT-FILE.
001090 01  SORT-RECORD.
001100     02  SW1 PIC 99.
001110     02  SW2 PIC 9(6).
001120     02  SW3 PIC 9(6).
001130     02  SW4 PIC X(12).
001140 FD  LAPSE-FILE LABEL RECORD IS OMITTED.
001150 01  LAPSE-LINE PIC X(100).
001160 FD  WARN-FILE LABEL RECORD IS OMITTED.
001170 01  WARN-LINE PIC X(100).
001180 FD  MASTER-FILE.
001190 01  MASTER-RECORD.
001200     02  M1 PIC 9(6).
001210     02  M2 PIC X(12).
001220     02  M3.
001230         03  M3-LINE1 PIC X(30).
001240         03  M3-LINE2 PIC X(30).
001250         03  M3-CITY PIC X(20).
001260         03  M3-STATE PIC X(02).
001270         03  M3-ZIP PIC X(10).
001280         03  M3-EMAIL PIC X(40).
001290         03  M3-PREF PIC X(01).
001300     02  M4 PIC X(01).
001310     02  FILLER PIC X(18).
001320 WORKING-STORAGE SECTION.
001330 77  LP1-EOF-SW PIC X VALUE 'N'.
001340     88  LP1-EOF-YES VALUE 'Y'.
001350     88  LP1-EOF-NO  VALUE 'N'.
001360 77  LP1-SORT-EOF-SW PIC X VALUE 'N'.
001370     88  LP1-SORT-EOF-YES VALUE 'Y'.
001380     88  LP1-SORT-EOF-NO  VALUE 'N'.
001390 77  LP1-PARM-STATUS PIC XX VALUE SPACES.
001400 77  LP1-HIST-STATUS PIC XX VALUE SPACES.
001410 77  LP1-CTLG-STATUS PIC XX VALUE SPACES.
001420 77  LP1-XREF-STATUS PIC XX VALUE SPACES.
001430 77  LP1-JRNL-STATUS PIC XX VALUE SPACES.
001440 77  LP1-DELTA-STATUS PIC XX VALUE SPACES.
001450 77  LP1-MAST-STATUS PIC XX VALUE SPACES.
001460 77  LP1-MAST-OPEN-SW PIC X VALUE 'N'.
001470     88  LP1-MAST-OPEN-YES VALUE 'Y'.
001480     88  LP1-MAST-OPEN-NO  VALUE 'N'.
001490 77  LP1-MASKED-COUNT PIC 9(6) VALUE 0.
001500 77  LP1-RUN-DATE PIC 9(08) VALUE 0.
001510 77  LP1-RUN-TIME PIC 9(08) VALUE 0.
001520 77  LP1-DEADLINE PIC 9(06) VALUE 0.
001530 77  LP1-READ-COUNT PIC 9(6) VALUE 0.
001540 77  LP1-LAPSE-COUNT PIC 9(6) VALUE 0.
001550 77  LP1-WARN-COUNT PIC 9(6) VALUE 0.
001560 77  LP1-OPEN-COUNT PIC 9(6) VALUE 0.
001570 77  LP1-SECT-COUNT PIC 9(6) VALUE 0.
001580 77  LP1-FIRST-REC-SW PIC X VALUE 'Y'.
001590 77  LP1-CURR-SECT PIC 99 VALUE 0.
001600 77  LP1-LOAD-IX PIC 999 COMP VALUE 0.
001610 01  LP1-CTLG-TABLE.
001620     02  LP1-CTLG-ENTRY OCCURS 99.
001630         03  LP1-CT-USED-SW PIC X.
001640         03  LP1-CT-HOURS PIC 99.
001650 01  LP1-XREF-TABLE.
001660     02  LP1-XREF-ENTRY OCCURS 99.
001670         03  LP1-XR-USED-SW PIC X.
001680         03  LP1-XR-INSTR PIC X(20).
001690         03  LP1-XR-DEST PIC X(20).
001700 01  LP1-LHEAD-LINE.
001710     02  FILLER PIC X(42) VALUE
001720         'ACADEMIC RECORDS - INCOMPLETE LAPSE RUN   '.
001730     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001740     02  LP1-LH-DATE PIC 9(08).
001750     02  FILLER PIC X(11) VALUE '  DEADLINE '.
001760     02  LP1-LH-TERM PIC 9(06).
001770     02  FILLER PIC X(24) VALUE SPACES.
001780 01  LP1-LCOL-LINE.
001790     02  FILLER PIC X(08) VALUE 'ID      '.
001800     02  FILLER PIC X(08) VALUE 'TERM    '.
001810     02  FILLER PIC X(05) VALUE 'SEC  '.
001820     02  FILLER PIC X(14) VALUE 'NAME          '.
001830     02  FILLER PIC X(07) VALUE 'HOURS  '.
001840     02  FILLER PIC X(58) VALUE 'DISPOSITION'.
001850 01  LP1-LDET-LINE.
001860     02  LP1-LD-ID PIC 9(06).
001870     02  FILLER PIC X(02) VALUE SPACES.
001880     02  LP1-LD-TERM PIC 9(06).
001890     02  FILLER PIC X(02) VALUE SPACES.
001900     02  LP1-LD-SECT PIC 99.
001910     02  FILLER PIC X(03) VALUE SPACES.
001920     02  LP1-LD-NAME PIC X(12).
001930     02  FILLER PIC X(03) VALUE SPACES.
001940     02  LP1-LD-HOURS PIC Z9.
001950     02  FILLER PIC X(04) VALUE SPACES.
001960     02  LP1-LD-TEXT PIC X(30).
001970     02  FILLER PIC X(28) VALUE SPACES.
001980 01  LP1-LTOT-LINE.
001990     02  FILLER PIC X(15) VALUE 'ROWS READ:     '.
002000     02  LP1-LT-READ PIC ZZZ,ZZ9.
002010     02  FILLER PIC X(11) VALUE '  LAPSED:  '.
002020     02  LP1-LT-LAPSE PIC ZZZ,ZZ9.
002030     02  FILLER PIC X(11) VALUE '  WARNED:  '.
002040     02  LP1-LT-WARN PIC ZZZ,ZZ9.
002050     02  FILLER PIC X(15) VALUE '  STILL OPEN:  '.
002060     02  LP1-LT-OPEN PIC ZZZ,ZZ9.
002070     02  FILLER PIC X(11) VALUE '  MASKED:  '.
002080     02  LP1-LT-MASKED PIC ZZZ,ZZ9.
002090     02  FILLER PIC X(02) VALUE SPACES.
002100 01  LP1-WHEAD-LINE.
002110     02  FILLER PIC X(44) VALUE
002120         'ACADEMIC RECORDS - INCOMPLETE LAPSE WARNING '.
002130     02  FILLER PIC X(09) VALUE 'RUN DATE '.
002140     02  LP1-WH-DATE PIC 9(08).
002150     02  FILLER PIC X(39) VALUE SPACES.
002160 01  LP1-LABEL-LINE.
002170     02  FILLER PIC X(08) VALUE 'SECTION '.
002180     02  LP1-LB-SECT PIC 99.
002190     02  FILLER PIC X(13) VALUE '  INSTRUCTOR '.
002200     02  LP1-LB-INSTR PIC X(20).
002210     02  FILLER PIC X(12) VALUE '  DELIVER TO'.
002220     02  FILLER PIC X(01) VALUE SPACE.
002230     02  LP1-LB-DEST PIC X(20).
002240     02  FILLER PIC X(24) VALUE SPACES.
002250 01  LP1-WNOTE-LINE.
002260     02  FILLER PIC X(45) VALUE
002270         'THE INCOMPLETES BELOW LAPSE TO F AT THE NEXT '.
002280     02  FILLER PIC X(46) VALUE
002290         'TERM-END RUN UNLESS A FINAL GRADE IS TURNED IN'.
002300     02  FILLER PIC X(09) VALUE SPACES.
002310 01  LP1-WCOL-LINE.
002320     02  FILLER PIC X(08) VALUE 'ID      '.
002330     02  FILLER PIC X(14) VALUE 'NAME          '.
002340     02  FILLER PIC X(78) VALUE 'TERM'.
002350 01  LP1-WDET-LINE.
002360     02  LP1-WD-ID PIC 9(06).
002370     02  FILLER PIC X(02) VALUE SPACES.
002380     02  LP1-WD-NAME PIC X(12).
002390     02  FILLER PIC X(02) VALUE SPACES.
002400     02  LP1-WD-TERM PIC 9(06).
002410     02  FILLER PIC X(72) VALUE SPACES.
002420 01  LP1-WSECT-LINE.
002430     02  FILLER PIC X(30) VALUE
002440         'INCOMPLETES IN THIS SECTION:  '.
002450     02  LP1-COUNT PIC ZZZ,ZZ9.
002460     02  FILLER PIC X(63) VALUE SPACES.
002470 01  LP1-WNONE-LINE.
002480     02  FILLER PIC X(45) VALUE
002490         'NO INCOMPLETES DUE TO LAPSE AT THE NEXT RUN  '.
002500     02  FILLER PIC X(55) VALUE SPACES.
002510 PROCEDURE DIVISION.
002520 0000-MAINLINE SECTION.
002530 0000-START.
002540     ACCEPT LP1-RUN-DATE FROM DATE YYYYMMDD.
002550     ACCEPT LP1-RUN-TIME FROM TIME.
002560     PERFORM F THRU F-EXIT.
002570     IF LP1-DEADLINE = 0
002580         DISPLAY 'GRADLAPS - NO DEADLINE TERM ON FILELAPM - '
002590             'NOTHING LAPSED'
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     PERFORM L THRU L-EXIT.
002640     PERFORM K THRU K-EXIT.
002650     OPEN I-O HIST-FILE.
002660     IF LP1-HIST-STATUS NOT = '00'
002670         DISPLAY 'GRADLAPS - FILEHIST DID NOT OPEN, STATUS '
002680             LP1-HIST-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     OPEN EXTEND JRNL-FILE.
002730     IF LP1-JRNL-STATUS = '35'
002740         OPEN OUTPUT JRNL-FILE
002750     END-IF.
002760     IF LP1-JRNL-STATUS NOT = '00'
002770         DISPLAY 'GRADLAPS - FILEGCJN DID NOT OPEN, STATUS '
002780             LP1-JRNL-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         CLOSE HIST-FILE
002810         STOP RUN
002820     END-IF.
002830     OPEN EXTEND DELTA-FILE.
002840     IF LP1-DELTA-STATUS = '35'
002850         OPEN OUTPUT DELTA-FILE
002860     END-IF.
002870     IF LP1-DELTA-STATUS NOT = '00'
002880         DISPLAY 'GRADLAPS - FILEGCDL DID NOT OPEN, STATUS '
002890             LP1-DELTA-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         CLOSE HIST-FILE
002920         CLOSE JRNL-FILE
002930         STOP RUN
002940     END-IF.
002950     OPEN INPUT MASTER-FILE.
002960     IF LP1-MAST-STATUS = '00'
002970         SET LP1-MAST-OPEN-YES TO TRUE
002980     ELSE
002990         DISPLAY 'GRADLAPS - FILEMAST DID NOT OPEN, STATUS '
003000             LP1-MAST-STATUS ' - EVERY ROUTED NAME WILL BE MASKED'
003010     END-IF.
003020     OPEN OUTPUT LAPSE-FILE.
003030     MOVE LP1-RUN-DATE TO LP1-LH-DATE.
003040     MOVE LP1-DEADLINE TO LP1-LH-TERM.
003050     WRITE LAPSE-LINE FROM LP1-LHEAD-LINE
003060         AFTER ADVANCING PAGE.
003070     WRITE LAPSE-LINE FROM LP1-LCOL-LINE
003080         AFTER ADVANCING 2 LINES.
003090     MOVE SPACES TO LAPSE-LINE.
003100     WRITE LAPSE-LINE AFTER ADVANCING 1 LINE.
003110     SORT SORT-FILE
003120         ON ASCENDING KEY SW1 SW2 SW3
003130         INPUT PROCEDURE IS A
003140         OUTPUT PROCEDURE IS B.
003150     MOVE LP1-READ-COUNT TO LP1-LT-READ.
003160     MOVE LP1-LAPSE-COUNT TO LP1-LT-LAPSE.
003170     MOVE LP1-WARN-COUNT TO LP1-LT-WARN.
003180     MOVE LP1-OPEN-COUNT TO LP1-LT-OPEN.
003190     MOVE LP1-MASKED-COUNT TO LP1-LT-MASKED.
003200     WRITE LAPSE-LINE FROM LP1-LTOT-LINE
003210         AFTER ADVANCING 2 LINES.
003220     IF LP1-MAST-OPEN-YES
003230         CLOSE MASTER-FILE
003240     END-IF.
003250     CLOSE LAPSE-FILE.
003260     CLOSE HIST-FILE.
003270     CLOSE JRNL-FILE.
003280     CLOSE DELTA-FILE.
003290     DISPLAY 'GRADLAPS - DEADLINE ' LP1-DEADLINE ' LAPSED '
003300         LP1-LAPSE-COUNT ' WARNED ' LP1-WARN-COUNT.
003310     STOP RUN.
003320*----------------------------------------------------------------
003330* A (SORT INPUT PROCEDURE) READS FILEHIST FRONT TO BACK. ONLY
003340* UNRESOLVED INCOMPLETES (H4 'I' WITH NO HOURS) MATTER: ONE
003350* FROM BEFORE THE DEADLINE TERM LAPSES HERE (C); ONE FROM THE
003360* DEADLINE TERM IS RELEASED TO THE SORT FOR THE SECTION-ORDER
003370* WARNING LISTING; A LATER ONE IS STILL WITHIN POLICY.
003380*----------------------------------------------------------------
003390 A SECTION.
003400 A-START.
003410     SET LP1-EOF-NO TO TRUE.
003420     PERFORM A2 THRU A2-EXIT UNTIL LP1-EOF-YES.
003430     GO TO A-EXIT.
003440 A2.
003450     READ HIST-FILE NEXT RECORD AT END
003460         SET LP1-EOF-YES TO TRUE
003470         GO TO A2-EXIT.
003480     ADD 1 TO LP1-READ-COUNT.
003490     IF H4 NOT = 'I' OR H6 NOT = 0
003500         GO TO A2-EXIT
003510     END-IF.
003520     IF H1-TERM < LP1-DEADLINE
003530         PERFORM C THRU C-EXIT
003540         GO TO A2-EXIT
003550     END-IF.
003560     IF H1-TERM = LP1-DEADLINE
003570         MOVE H1-SECT TO SW1
003580         MOVE H1-ID TO SW2
003590         MOVE H1-TERM TO SW3
003600         MOVE H2 TO SW4
003610         RELEASE SORT-RECORD
003620         ADD 1 TO LP1-WARN-COUNT
003630         GO TO A2-EXIT
003640     END-IF.
003650     ADD 1 TO LP1-OPEN-COUNT.
003660 A2-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690* C LAPSES THE INCOMPLETE IN HAND TO AN F. THE BEFORE IMAGE IS
003700* JOURNALED, THE ROW TAKES THE CATALOG HOURS SO THE F COUNTS AS
003710* ATTEMPTED, AND THE AFTER IMAGE, SIS DELTA, AND LAPSE LINE
003720* FOLLOW. THE POSTED AVERAGE IS LEFT AS IT WAS.
003730*----------------------------------------------------------------
003740 C.
003750     MOVE 'BEFORE' TO GJ1.
003760     PERFORM J THRU J-EXIT.
003770     MOVE 'F' TO H4.
003780     IF H1-SECT > 0 AND LP1-CT-USED-SW (H1-SECT) = 'Y'
003790         MOVE LP1-CT-HOURS (H1-SECT) TO H6
003800     ELSE
003810         MOVE 0 TO H6
003820         DISPLAY 'GRADLAPS - SECTION ' H1-SECT ' NOT ON '
003830             'FILECTLG - ZERO HOURS POSTED'
003840     END-IF.
003850     REWRITE HIST-RECORD
003860         INVALID KEY
003870             DISPLAY 'GRADLAPS - FILEHIST REWRITE FAILED, ID '
003880                 H1-ID ' TERM ' H1-TERM ' SECTION ' H1-SECT
003890             MOVE 16 TO RETURN-CODE
003900             GO TO C-EXIT
003910     END-REWRITE.
003920     MOVE 'AFTER' TO GJ1.
003930     PERFORM J THRU J-EXIT.
003940     MOVE H1-ID TO DL1.
003950     MOVE H1-TERM TO DL2.
003960     MOVE H1-SECT TO DL3.
003970     MOVE LP1-RUN-DATE TO DL4.
003980     WRITE DELTA-RECORD.
003990     ADD 1 TO LP1-LAPSE-COUNT.
004000     MOVE H1-ID TO LP1-LD-ID.
004010     MOVE H1-TERM TO LP1-LD-TERM.
004020     MOVE H1-SECT TO LP1-LD-SECT.
004030     MOVE H2 TO LP1-LD-NAME.
004040     MOVE H6 TO LP1-LD-HOURS.
004050     MOVE 'INCOMPLETE LAPSED TO F' TO LP1-LD-TEXT.
004060     WRITE LAPSE-LINE FROM LP1-LDET-LINE
004070         AFTER ADVANCING 1 LINE.
004080 C-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* J WRITES ONE JOURNAL ROW FROM THE HISTORY ROW IN HAND, IN THE
004120* SAME FORM GRADCHG WRITES. GJ1 IS SET BY THE CALLER.
004130*----------------------------------------------------------------
004140 J.
004150     MOVE HIST-RECORD TO GJ2.
004160     MOVE 'IL' TO GJ3.
004170     MOVE 'GRADLAPS' TO GJ4.
004180     MOVE 'LAPSE POLICY' TO GJ5.
004190     MOVE LP1-RUN-DATE TO GJ6.
004200     MOVE LP1-RUN-TIME(1:6) TO GJ7.
004210     WRITE JRNL-RECORD.
004220 J-EXIT.
004230     EXIT.
004240 A-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* B (SORT OUTPUT PROCEDURE) PRINTS THE WARNING LISTING IN
004280* SECTION ORDER. EACH SECTION STARTS A NEW PAGE HEADED WITH ITS
004290* FILEXREF INSTRUCTOR AND DELIVERY POINT SO THE PAGE CAN BE
004300* ROUTED AS IT STANDS; A SECTION NOT ON FILEXREF IS HEADED
004310* UNASSIGNED AND GOES TO THE REGISTRAR. ON A ROUTED PAGE A
004320* PRIVACY-HOLD STUDENT'S NAME IS MASKED (B5).
004330*----------------------------------------------------------------
004340 B SECTION.
004350 B-START.
004360     OPEN OUTPUT WARN-FILE.
004370     MOVE LP1-RUN-DATE TO LP1-WH-DATE.
004380     PERFORM B2 THRU B2-EXIT UNTIL LP1-SORT-EOF-YES.
004390     IF LP1-FIRST-REC-SW = 'Y'
004400         WRITE WARN-LINE FROM LP1-WHEAD-LINE
004410             AFTER ADVANCING PAGE
004420         WRITE WARN-LINE FROM LP1-WNONE-LINE
004430             AFTER ADVANCING 2 LINES
004440     ELSE
004450         PERFORM B4 THRU B4-EXIT
004460     END-IF.
004470     CLOSE WARN-FILE.
004480     GO TO B-EXIT.
004490 B2.
004500     RETURN SORT-FILE AT END
004510         SET LP1-SORT-EOF-YES TO TRUE
004520         GO TO B2-EXIT.
004530     IF LP1-FIRST-REC-SW = 'Y'
004540         MOVE 'N' TO LP1-FIRST-REC-SW
004550         PERFORM B3 THRU B3-EXIT
004560     ELSE
004570         IF SW1 NOT = LP1-CURR-SECT
004580             PERFORM B4 THRU B4-EXIT
004590             PERFORM B3 THRU B3-EXIT
004600         END-IF
004610     END-IF.
004620     MOVE SW2 TO LP1-WD-ID.
004630     MOVE SW4 TO LP1-WD-NAME.
004640     IF SW1 > 0 AND LP1-XR-USED-SW (SW1) = 'Y'
004650         PERFORM B5 THRU B5-EXIT
004660     END-IF.
004670     MOVE SW3 TO LP1-WD-TERM.
004680     WRITE WARN-LINE FROM LP1-WDET-LINE
004690         AFTER ADVANCING 1 LINE.
004700     ADD 1 TO LP1-SECT-COUNT.
004710 B2-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* B3 STARTS A SECTION'S PAGE WITH THE HEADING, THE ROUTING
004750* LABEL, AND THE NOTICE TEXT.
004760*----------------------------------------------------------------
004770 B3.
004780     MOVE SW1 TO LP1-CURR-SECT.
004790     MOVE 0 TO LP1-SECT-COUNT.
004800     MOVE SW1 TO LP1-LB-SECT.
004810     IF SW1 > 0 AND LP1-XR-USED-SW (SW1) = 'Y'
004820         MOVE LP1-XR-INSTR (SW1) TO LP1-LB-INSTR
004830         MOVE LP1-XR-DEST (SW1) TO LP1-LB-DEST
004840     ELSE
004850         MOVE 'UNASSIGNED' TO LP1-LB-INSTR
004860         MOVE 'REGISTRAR' TO LP1-LB-DEST
004870     END-IF.
004880     WRITE WARN-LINE FROM LP1-WHEAD-LINE
004890         AFTER ADVANCING PAGE.
004900     WRITE WARN-LINE FROM LP1-LABEL-LINE
004910         AFTER ADVANCING 2 LINES.
004920     WRITE WARN-LINE FROM LP1-WNOTE-LINE
004930         AFTER ADVANCING 2 LINES.
004940     WRITE WARN-LINE FROM LP1-WCOL-LINE
004950         AFTER ADVANCING 2 LINES.
004960     MOVE SPACES TO WARN-LINE.
004970     WRITE WARN-LINE AFTER ADVANCING 1 LINE.
004980 B3-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010* B4 CLOSES A SECTION'S PAGE WITH ITS COUNT.
005020*----------------------------------------------------------------
005030 B4.
005040     MOVE LP1-SECT-COUNT TO LP1-COUNT.
005050     WRITE WARN-LINE FROM LP1-WSECT-LINE
005060         AFTER ADVANCING 2 LINES.
005070 B4-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* B5 LOOKS THE WARNED STUDENT UP ON FILEMAST AND MASKS THE NAME
005110* FOR A PRIVACY HOLD (M4 = 'Y'). NOT ON FILEMAST MEANS NO HOLD
005120* RECORDED; NO FILEMAST AT ALL MASKS EVERY NAME.
005130*----------------------------------------------------------------
005140 B5.
005150     IF LP1-MAST-OPEN-YES
005160         MOVE SW2 TO M1
005170         READ MASTER-FILE
005180             INVALID KEY
005190                 GO TO B5-EXIT
005200         END-READ
005210         IF M4 NOT = 'Y'
005220             GO TO B5-EXIT
005230         END-IF
005240     END-IF.
005250     MOVE 'PRIVACY HOLD' TO LP1-WD-NAME.
005260     ADD 1 TO LP1-MASKED-COUNT.
005270 B5-EXIT.
005280     EXIT.
005290 B-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320* U (UTILITY) HOLDS THE PARM AND TABLE-LOAD PARAGRAPHS IN THEIR
005330* OWN SECTION SO THE SORT OUTPUT PROCEDURE (B) DOES NOT RUN
005340* INTO THEM. F READS THE DEADLINE TERM FROM FILELAPM. A LAPSE
005350* CHANGES GRADES, SO THERE IS DELIBERATELY NO DEFAULT.
005360*----------------------------------------------------------------
005370 U SECTION.
005380 F.
005390     OPEN INPUT PARM-FILE.
005400     IF LP1-PARM-STATUS NOT = '00'
005410         DISPLAY 'GRADLAPS - FILELAPM NOT AVAILABLE, STATUS '
005420             LP1-PARM-STATUS
005430         GO TO F-EXIT
005440     END-IF.
005450     READ PARM-FILE
005460         AT END
005470             DISPLAY 'GRADLAPS - FILELAPM EMPTY'
005480         NOT AT END
005490             IF PM1 NUMERIC
005500                 MOVE PM1 TO LP1-DEADLINE
005510             ELSE
005520                 DISPLAY 'GRADLAPS - FILELAPM DEADLINE NOT '
005530                     'NUMERIC'
005540             END-IF
005550     END-READ.
005560     CLOSE PARM-FILE.
005570 F-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* L LOADS THE COURSE CATALOG (SECTION, CREDIT HOURS) FROM
005610* FILECTLG, SAME AS GRADPOST. A MISSING FILE LAPSES WITH ZERO
005620* HOURS -- LOUD ON THE CONSOLE SO SOMEONE FIXES THE FILE.
005630*----------------------------------------------------------------
005640 L.
005650     PERFORM L3 THRU L3-EXIT
005660         VARYING LP1-LOAD-IX FROM 1 BY 1
005670         UNTIL LP1-LOAD-IX > 99.
005680     SET LP1-EOF-NO TO TRUE.
005690     OPEN INPUT CATALOG-FILE.
005700     IF LP1-CTLG-STATUS NOT = '00'
005710         DISPLAY 'GRADLAPS - FILECTLG NOT AVAILABLE, STATUS '
005720             LP1-CTLG-STATUS ' - ZERO HOURS FOR ALL'
005730         GO TO L-EXIT
005740     END-IF.
005750     PERFORM L2 THRU L2-EXIT UNTIL LP1-EOF-YES.
005760     CLOSE CATALOG-FILE.
005770 L-EXIT.
005780     EXIT.
005790 L2.
005800     READ CATALOG-FILE AT END
005810         SET LP1-EOF-YES TO TRUE
005820         GO TO L2-EXIT.
005830     IF CG1 NOT NUMERIC OR CG1 = 0 OR CG2 NOT NUMERIC
005840         DISPLAY 'GRADLAPS - BAD FILECTLG ROW SKIPPED'
005850         GO TO L2-EXIT
005860     END-IF.
005870     MOVE 'Y' TO LP1-CT-USED-SW (CG1).
005880     MOVE CG2 TO LP1-CT-HOURS (CG1).
005890 L2-EXIT.
005900     EXIT.
005910 L3.
005920     MOVE 'N' TO LP1-CT-USED-SW (LP1-LOAD-IX).
005930     MOVE 0 TO LP1-CT-HOURS (LP1-LOAD-IX).
005940     MOVE 'N' TO LP1-XR-USED-SW (LP1-LOAD-IX).
005950     MOVE SPACES TO LP1-XR-INSTR (LP1-LOAD-IX).
005960     MOVE SPACES TO LP1-XR-DEST (LP1-LOAD-IX).
005970 L3-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000* K LOADS THE SECTION-TO-INSTRUCTOR CROSS-REFERENCE, SAME AS
006010* GRADDIST. THE TABLE IS CLEARED BY L. A MISSING FILE HEADS
006020* EVERY WARNING PAGE UNASSIGNED.
006030*----------------------------------------------------------------
006040 K.
006050     SET LP1-EOF-NO TO TRUE.
006060     OPEN INPUT XREF-FILE.
006070     IF LP1-XREF-STATUS NOT = '00'
006080         DISPLAY 'GRADLAPS - FILEXREF NOT AVAILABLE, STATUS '
006090             LP1-XREF-STATUS ' - ALL SECTIONS UNASSIGNED'
006100         GO TO K-EXIT
006110     END-IF.
006120     PERFORM K2 THRU K2-EXIT UNTIL LP1-EOF-YES.
006130     CLOSE XREF-FILE.
006140 K-EXIT.
006150     EXIT.
006160 K2.
006170     READ XREF-FILE AT END
006180         SET LP1-EOF-YES TO TRUE
006190         GO TO K2-EXIT.
006200     IF XF1 NOT NUMERIC OR XF1 = 0
006210         DISPLAY 'GRADLAPS - BAD FILEXREF ROW SKIPPED'
006220         GO TO K2-EXIT
006230     END-IF.
006240     MOVE 'Y' TO LP1-XR-USED-SW (XF1).
006250     MOVE XF2 TO LP1-XR-INSTR (XF1).
006260     MOVE XF3 TO LP1-XR-DEST (XF1).
006270 K2-EXIT.
006280     EXIT.
