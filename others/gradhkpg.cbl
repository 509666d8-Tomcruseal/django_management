000230*              ACTION IS SHOWN WITH ITS COUNTS ON THE FILEHKRP
000240*              REPORT. A MISSING PARM CARD MEANS NO PURGE --
000250*              RETENTION IS NEVER DEFAULTED.
000260* 10/15/26 RH  FILEMIMG IMAGE LINES WIDENED FROM 39 TO 173 BYTES
000270*              (MASTMNT1 NOW CARRIES THE M3 MAILING-ADDRESS IMAGE,
000280*              IM6, AND THE PRIVACY-HOLD FLAG, IM7); IMAGE AND
000290*              FILEMARC RECORDS WIDENED TO MATCH. C EXTENDS THE
000300*              MONTH'S FILEMARC, SO AT INSTALL FILEMARC MUST BE
000310*              ROLLED TO A NEW GENERATION (OR REALLOCATED AT 173
000320*              BYTES) BEFORE THE FIRST NIGHT -- 173-BYTE RECORDS
000330*              APPENDED TO A MONTH OF 39-BYTE ONES CORRUPT IT.
000340* 10/15/26 RH  MIDTERM RUN MODE. A READS THE FILETMPM RUN-TYPE
000350*              BYTE; ON AN 'M' NIGHT FILEOUT HOLDS PROGRESS
000360*              GRADES, SO IT IS NOT CYCLED TO FILEPREV AND THE
000370*              NEXT FINAL NIGHT'S GRADCOMP STILL COMPARES AGAINST
000380*              THE LAST FINAL RUN. THE ARCHIVE ROLLS AND PURGE RUN
000390*              AS USUAL.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT GRADE-FILE ASSIGN TO FILEOUT
000450         FILE STATUS IS HK1-OUT-STATUS.
000460     SELECT PREV-FILE ASSIGN TO FILEPREV.
000470     SELECT TPARM-FILE ASSIGN TO FILETMPM
000480         FILE STATUS IS HK1-TMPM-STATUS.
000490     SELECT AUDIT-FILE ASSIGN TO FILEAUDT
000500         FILE STATUS IS HK1-AUDIT-STATUS.
000510     SELECT AARC-FILE ASSIGN TO FILEAARC.
000520     SELECT IMAGE-FILE ASSIGN TO FILEMIMG
000530         FILE STATUS IS HK1-IMAGE-STATUS.
000540     SELECT MARC-FILE ASSIGN TO FILEMARC.
000550     SELECT HIST-FILE ASSIGN TO FILEHIST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS H1
000590         FILE STATUS IS HK1-HIST-STATUS.
000600     SELECT HARC-FILE ASSIGN TO FILEHARC.
000610     SELECT INDEX-FILE ASSIGN TO FILEHKIX.
000620     SELECT PARM-FILE ASSIGN TO FILEHKPM
000630         FILE STATUS IS HK1-PARM-STATUS.
000640     SELECT REPORT-FILE ASSIGN TO FILEHKRP.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GRADE-FILE LABEL RECORD IS STANDARD.
000680 01  OUT-RECORD PIC X(83).
000690 FD  PREV-FILE LABEL RECORD IS STANDARD.
000700 01  PREV-RECORD PIC X(83).
000710 FD  TPARM-FILE LABEL RECORD IS STANDARD.
000720 01  TPARM-RECORD.
000730     02  TP1 PIC 9(06).
000740     02  TP2 PIC X(01).
000750     02  FILLER PIC X(73).
000760 FD  AUDIT-FILE LABEL RECORD IS STANDARD.
000770 01  AUDIT-RECORD PIC X(30).
000780 FD  AARC-FILE LABEL RECORD IS STANDARD.
000790 01  AARC-RECORD PIC X(30).
000800 FD  IMAGE-FILE LABEL RECORD IS STANDARD.
000810 01  IMAGE-RECORD PIC X(173).
000820 FD  MARC-FILE LABEL RECORD IS STANDARD.
000830 01  MARC-RECORD PIC X(173).
000840 FD  HIST-FILE.
000850 01  HIST-RECORD.
000860     02  H1.
000870         03  H1-ID PIC 9(6).
000880         03  H1-TERM PIC 9(6).
000890         03  H1-SECT PIC 99.
000900     02  H2 PIC X(12).
000910     02  H3 PIC 99V99.
000920     02  H4 PIC X(01).
000930     02  H5 PIC 9(08).
000940     02  H6 PIC 9(02).
000950 FD  HARC-FILE LABEL RECORD IS STANDARD.
000960 01  HARC-RECORD PIC X(41).
000970 FD  INDEX-FILE LABEL RECORD IS STANDARD.
000980 01  INDEX-RECORD.
000990     02  IX1 PIC 9(06).
001000     02  IX2 PIC X(08).
001010     02  IX3 PIC 9(06).
001020     02  IX4 PIC 9(08).
001030 FD  PARM-FILE LABEL RECORD IS STANDARD.
001040 01  PARM-RECORD.
001050     02  PM1 PIC 9(06).
001060     02  FILLER PIC X(74).
001070 FD  REPORT-FILE LABEL RECORD IS OMITTED.
001080 01  REPORT-LINE PIC X(100).
001090 WORKING-STORAGE SECTION.
001100 77  HK1-EOF-SW PIC X VALUE 'N'.
001110     88  HK1-EOF-YES VALUE 'Y'.
001120     88  HK1-EOF-NO  VALUE 'N'.
001130 77  HK1-OUT-STATUS PIC XX VALUE SPACES.
001140 77  HK1-AUDIT-STATUS PIC XX VALUE SPACES.
001150 77  HK1-IMAGE-STATUS PIC XX VALUE SPACES.
001160 77  HK1-HIST-STATUS PIC XX VALUE SPACES.
001170 77  HK1-PARM-STATUS PIC XX VALUE SPACES.
001180 77  HK1-TMPM-STATUS PIC XX VALUE SPACES.
001190 77  HK1-RUN-TYPE PIC X VALUE SPACE.
001200     88  HK1-MIDTERM-YES VALUE 'M'.
001210 77  HK1-RUN-DATE PIC 9(08) VALUE 0.
001220 77  HK1-RUN-MONTH PIC 9(06) VALUE 0.
001230 77  HK1-CUTOFF PIC 9(06) VALUE 0.
001240 77  HK1-CYCLE-COUNT PIC 9(6) VALUE 0.
001250 77  HK1-AUDIT-COUNT PIC 9(6) VALUE 0.
001260 77  HK1-IMAGE-COUNT PIC 9(6) VALUE 0.
001270 77  HK1-PURGE-COUNT PIC 9(6) VALUE 0.
001280 77  HK1-KEEP-COUNT PIC 9(6) VALUE 0.
001290 01  HK1-HEAD-LINE.
001300     02  FILLER PIC X(42) VALUE
001310         'ACADEMIC RECORDS - HOUSEKEEPING REPORT    '.
001320     02  FILLER PIC X(09) VALUE 'RUN DATE '.
001330     02  HK1-HD-DATE PIC 9(08).
001340     02  FILLER PIC X(41) VALUE SPACES.
001350 01  HK1-ACT-LINE.
001360     02  HK1-AC-TEXT PIC X(50).
001370     02  HK1-AC-COUNT PIC ZZZ,ZZ9.
001380     02  FILLER PIC X(43) VALUE SPACES.
001390 01  HK1-NOTE-LINE.
001400     02  HK1-NL-TEXT PIC X(70).
001410     02  FILLER PIC X(30) VALUE SPACES.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     ACCEPT HK1-RUN-DATE FROM DATE YYYYMMDD.
001450     MOVE HK1-RUN-DATE(1:6) TO HK1-RUN-MONTH.
001460     PERFORM F THRU F-EXIT.
001470     OPEN OUTPUT REPORT-FILE.
001480     OPEN EXTEND INDEX-FILE.
001490     MOVE HK1-RUN-DATE TO HK1-HD-DATE.
001500     WRITE REPORT-LINE FROM HK1-HEAD-LINE
001510         AFTER ADVANCING PAGE.
001520     MOVE SPACES TO REPORT-LINE.
001530     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
001540     PERFORM A THRU A-EXIT.
001550     PERFORM B THRU B-EXIT.
001560     PERFORM C THRU C-EXIT.
001570     PERFORM D THRU D-EXIT.
001580     CLOSE INDEX-FILE.
001590     CLOSE REPORT-FILE.
001600     STOP RUN.
001610*----------------------------------------------------------------
001620* A CYCLES TONIGHT'S FILEOUT TO FILEPREV, WHOLE FILE, SO THE
001630* NEXT NIGHT'S GRADCOMP HAS ITS PRIOR GENERATION. A MISSING
001640* FILEOUT IS REPORTED AND NOTHING IS CYCLED -- AN EMPTY
001650* FILEPREV WOULD MAKE THE WHOLE NEXT BATCH REPORT AS NEW. ON A
001660* MIDTERM NIGHT (T) FILEOUT HOLDS PROGRESS GRADES AND IS NOT
001670* CYCLED EITHER -- FILEPREV MUST STAY THE LAST FINAL RUN.
001680*----------------------------------------------------------------
001690 A.
001700     PERFORM T THRU T-EXIT.
001710     IF HK1-MIDTERM-YES
001720         MOVE 'MIDTERM RUN - FILEPREV NOT CYCLED'
001730             TO HK1-NL-TEXT
001740         WRITE REPORT-LINE FROM HK1-NOTE-LINE
001750             AFTER ADVANCING 1 LINE
001760         GO TO A-EXIT
001770     END-IF.
001780     SET HK1-EOF-NO TO TRUE.
001790     OPEN INPUT GRADE-FILE.
001800     IF HK1-OUT-STATUS NOT = '00'
001810         MOVE 'FILEOUT NOT AVAILABLE - FILEPREV NOT CYCLED'
001820             TO HK1-NL-TEXT
001830         WRITE REPORT-LINE FROM HK1-NOTE-LINE
001840             AFTER ADVANCING 1 LINE
001850         MOVE 8 TO RETURN-CODE
001860         GO TO A-EXIT
001870     END-IF.
001880     OPEN OUTPUT PREV-FILE.
001890     PERFORM A2 THRU A2-EXIT UNTIL HK1-EOF-YES.
001900     CLOSE GRADE-FILE.
001910     CLOSE PREV-FILE.
001920     MOVE 'FILEOUT CYCLED TO FILEPREV - RECORDS' TO
001930         HK1-AC-TEXT.
001940     MOVE HK1-CYCLE-COUNT TO HK1-AC-COUNT.
001950     WRITE REPORT-LINE FROM HK1-ACT-LINE
001960         AFTER ADVANCING 1 LINE.
001970 A-EXIT.
001980     EXIT.
001990 A2.
002000     READ GRADE-FILE AT END
002010         SET HK1-EOF-YES TO TRUE
002020         GO TO A2-EXIT.
002030     WRITE PREV-RECORD FROM OUT-RECORD.
002040     ADD 1 TO HK1-CYCLE-COUNT.
002050 A2-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* B ROLLS THE NIGHT'S FILEAUDT INTO THE MONTHLY AUDIT ARCHIVE
002090* (FILEAARC, EXTENDED -- EACH LINE ALREADY CARRIES ITS RUN
002100* DATE) AND STAMPS THE SUMMARY INDEX. THE NIGHTLY FILE ITSELF
002110* IS RECREATED BY THE NEXT LABFOUR2 RUN.
002120*----------------------------------------------------------------
002130 B.
002140     SET HK1-EOF-NO TO TRUE.
002150     OPEN INPUT AUDIT-FILE.
002160     IF HK1-AUDIT-STATUS NOT = '00'
002170         MOVE 'FILEAUDT NOT AVAILABLE - NOTHING ARCHIVED'
002180             TO HK1-NL-TEXT
002190         WRITE REPORT-LINE FROM HK1-NOTE-LINE
002200             AFTER ADVANCING 1 LINE
002210         GO TO B-EXIT
002220     END-IF.
002230     OPEN EXTEND AARC-FILE.
002240     PERFORM B2 THRU B2-EXIT UNTIL HK1-EOF-YES.
002250     CLOSE AUDIT-FILE.
002260     CLOSE AARC-FILE.
002270     MOVE 'FILEAUDT' TO IX2.
002280     MOVE HK1-AUDIT-COUNT TO IX3.
002290     PERFORM X THRU X-EXIT.
002300     MOVE 'FILEAUDT ROLLED TO FILEAARC - RECORDS' TO
002310         HK1-AC-TEXT.
002320     MOVE HK1-AUDIT-COUNT TO HK1-AC-COUNT.
002330     WRITE REPORT-LINE FROM HK1-ACT-LINE
002340         AFTER ADVANCING 1 LINE.
002350 B-EXIT.
002360     EXIT.
002370 B2.
002380     READ AUDIT-FILE AT END
002390         SET HK1-EOF-YES TO TRUE
002400         GO TO B2-EXIT.
002410     WRITE AARC-RECORD FROM AUDIT-RECORD.
002420     ADD 1 TO HK1-AUDIT-COUNT.
002430 B2-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* C ROLLS MASTMNT1'S FILEMIMG BEFORE/AFTER IMAGES INTO THE
002470* MONTHLY IMAGE ARCHIVE (FILEMARC) THE SAME WAY B ROLLS THE
002480* AUDIT TRAIL.
002490*----------------------------------------------------------------
002500 C.
002510     SET HK1-EOF-NO TO TRUE.
002520     OPEN INPUT IMAGE-FILE.
002530     IF HK1-IMAGE-STATUS NOT = '00'
002540         MOVE 'FILEMIMG NOT AVAILABLE - NOTHING ARCHIVED'
002550             TO HK1-NL-TEXT
002560         WRITE REPORT-LINE FROM HK1-NOTE-LINE
002570             AFTER ADVANCING 1 LINE
002580         GO TO C-EXIT
002590     END-IF.
002600     OPEN EXTEND MARC-FILE.
002610     PERFORM C2 THRU C2-EXIT UNTIL HK1-EOF-YES.
002620     CLOSE IMAGE-FILE.
002630     CLOSE MARC-FILE.
002640     MOVE 'FILEMIMG' TO IX2.
002650     MOVE HK1-IMAGE-COUNT TO IX3.
002660     PERFORM X THRU X-EXIT.
002670     MOVE 'FILEMIMG ROLLED TO FILEMARC - RECORDS' TO
002680         HK1-AC-TEXT.
002690     MOVE HK1-IMAGE-COUNT TO HK1-AC-COUNT.
002700     WRITE REPORT-LINE FROM HK1-ACT-LINE
002710         AFTER ADVANCING 1 LINE.
002720 C-EXIT.
002730     EXIT.
002740 C2.
002750     READ IMAGE-FILE AT END
002760         SET HK1-EOF-YES TO TRUE
002770         GO TO C2-EXIT.
002780     WRITE MARC-RECORD FROM IMAGE-RECORD.
002790     ADD 1 TO HK1-IMAGE-COUNT.
002800 C2-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830* D PURGES FILEHIST TERMS OLDER THAN THE RETENTION CUTOFF.
002840* EACH PURGED ROW IS WRITTEN TO THE RETRIEVABLE FILEHARC
002850* ARCHIVE BEFORE ITS DELETE, SO NOTHING LEAVES THE HISTORY
002860* WITHOUT A COPY ON FILE. NO PARM CARD MEANS NO PURGE.
002870*----------------------------------------------------------------
002880 D.
002890     IF HK1-CUTOFF = 0
002900         MOVE 'NO RETENTION CUTOFF ON FILEHKPM - NO PURGE'
002910             TO HK1-NL-TEXT
002920         WRITE REPORT-LINE FROM HK1-NOTE-LINE
002930             AFTER ADVANCING 1 LINE
002940         GO TO D-EXIT
002950     END-IF.
002960     SET HK1-EOF-NO TO TRUE.
002970     OPEN I-O HIST-FILE.
002980     IF HK1-HIST-STATUS NOT = '00'
002990         MOVE 'FILEHIST NOT AVAILABLE - NO PURGE'
003000             TO HK1-NL-TEXT
003010         WRITE REPORT-LINE FROM HK1-NOTE-LINE
003020             AFTER ADVANCING 1 LINE
003030         MOVE 8 TO RETURN-CODE
003040         GO TO D-EXIT
003050     END-IF.
003060     OPEN EXTEND HARC-FILE.
003070     PERFORM D2 THRU D2-EXIT UNTIL HK1-EOF-YES.
003080     CLOSE HIST-FILE.
003090     CLOSE HARC-FILE.
003100     MOVE 'FILEHIST' TO IX2.
003110     MOVE HK1-PURGE-COUNT TO IX3.
003120     PERFORM X THRU X-EXIT.
003130     MOVE 'FILEHIST ROWS PURGED TO FILEHARC - RECORDS' TO
003140         HK1-AC-TEXT.
003150     MOVE HK1-PURGE-COUNT TO HK1-AC-COUNT.
003160     WRITE REPORT-LINE FROM HK1-ACT-LINE
003170         AFTER ADVANCING 1 LINE.
003180     MOVE 'FILEHIST ROWS RETAINED - RECORDS' TO
003190         HK1-AC-TEXT.
003200     MOVE HK1-KEEP-COUNT TO HK1-AC-COUNT.
003210     WRITE REPORT-LINE FROM HK1-ACT-LINE
003220         AFTER ADVANCING 1 LINE.
003230 D-EXIT.
003240     EXIT.
003250 D2.
003260     READ HIST-FILE NEXT RECORD AT END
003270         SET HK1-EOF-YES TO TRUE
003280         GO TO D2-EXIT.
003290     IF H1-TERM < HK1-CUTOFF
003300         WRITE HARC-RECORD FROM HIST-RECORD
003310         DELETE HIST-FILE
003320         ADD 1 TO HK1-PURGE-COUNT
003330     ELSE
003340         ADD 1 TO HK1-KEEP-COUNT
003350     END-IF.
003360 D2-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* F READS THE RETENTION CUTOFF TERM (YYYYTT) FROM FILEHKPM.
003400* PURGING IS DESTRUCTIVE, SO THERE IS DELIBERATELY NO DEFAULT
003410* -- A MISSING OR BAD CARD MEANS NO PURGE.
003420*----------------------------------------------------------------
003430 F.
003440     OPEN INPUT PARM-FILE.
003450     IF HK1-PARM-STATUS NOT = '00'
003460         DISPLAY 'GRADHKPG - FILEHKPM NOT AVAILABLE, STATUS '
003470             HK1-PARM-STATUS ' - NO PURGE THIS RUN'
003480         GO TO F-EXIT
003490     END-IF.
003500     READ PARM-FILE
003510         AT END
003520             DISPLAY 'GRADHKPG - FILEHKPM EMPTY - NO PURGE'
003530         NOT AT END
003540             IF PM1 NUMERIC
003550                 MOVE PM1 TO HK1-CUTOFF
003560             ELSE
003570                 DISPLAY 'GRADHKPG - FILEHKPM CUTOFF NOT '
003580                     'NUMERIC - NO PURGE'
003590             END-IF
003600     END-READ.
003610     CLOSE PARM-FILE.
003620 F-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* T READS THE RUN TYPE FROM THE FILETMPM TERM CARD ('M' MIDTERM,
003660* BLANK OR 'F' FINAL). NO CARD IS TAKEN AS A FINAL NIGHT.
003670*----------------------------------------------------------------
003680 T.
003690     OPEN INPUT TPARM-FILE.
003700     IF HK1-TMPM-STATUS NOT = '00'
003710         GO TO T-EXIT
003720     END-IF.
003730     READ TPARM-FILE
003740         AT END
003750             CONTINUE
003760         NOT AT END
003770             MOVE TP2 TO HK1-RUN-TYPE
003780     END-READ.
003790     CLOSE TPARM-FILE.
003800 T-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830* X STAMPS ONE SUMMARY-INDEX ROW FOR THE ROLL JUST DONE. IX2
003840* AND IX3 ARE SET BY THE CALLER; THE ARCHIVE MONTH AND RUN
003850* DATE ARE FILLED IN HERE.
003860*----------------------------------------------------------------
003870 X.
003880     MOVE HK1-RUN-MONTH TO IX1.
003890     MOVE HK1-RUN-DATE TO IX4.
003900     WRITE INDEX-RECORD.
003910 X-EXIT.
003920     EXIT.
