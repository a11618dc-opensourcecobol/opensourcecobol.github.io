       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTONAVT.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。ナビのテンプレートファイル
      *                        （NAV-TEMPLATE-FILE）と、公開済みページ
      *                        のナビのマーカーを点検し、行番号ごとに
      *                        報告する。
      *                        ・テンプレートの行の書式の誤り（部位・
      *                        　未知の差し込み記号・1行に収まらない
      *                        　要素）とマーカー文字列を含む行
      *                        ・NAV-TEMPLATEで選んだテンプレートの
      *                        　有無、章ごとの指定のテンプレートと
      *                        　章見出し（TOC.md）の有無
      *                        ・上部に目次リンクの行が無く、AUTOCHAIN
      *                        　が前へ／次へを読めないテンプレート
      *                        ・new/（PAIR-FILE設定時はnew_en/も）の
      *                        　ページと生成ページ（INDEX.md・NEWS.md・
      *                        　AUTOTOPICが書いたトピックページ）で、
      *                        　start1・end1・start2・end2のマーカーが
      *                        　この順に1つずつ並んでいるか（AUTODELETE
      *                        　・AUTORECONが取り除ける形か）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      *-------------------------------------*
       INPUT-OUTPUT                SECTION.
      *-------------------------------------*
       FILE-CONTROL.
           SELECT    TOCFILE       ASSIGN         TO   DYNAMIC
                                                       TOC-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   TOC-STS.
           SELECT    CONFIGFILE    ASSIGN         TO   DYNAMIC
                                                       CONFIG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CFG-STS.
           SELECT    EXCLFILE      ASSIGN         TO   DYNAMIC
                                                       EXCLUDE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   EXCL-STS.
           SELECT    PAIRFILE      ASSIGN         TO   DYNAMIC
                                                       PAIR-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAIR-STS.
           SELECT    NTPLFILE      ASSIGN         TO   DYNAMIC
                                                       NAVTPL-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   NTPL-STS.
           SELECT    STEPLOGFILE   ASSIGN         TO   DYNAMIC
                                                       TOPIC-LOG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   SLOG-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    REPORTFILE    ASSIGN         TO   DYNAMIC
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RPT-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
      *-------------------------------------*
       FILE                        SECTION.
      *-------------------------------------*
       FD  TOCFILE.
       01  TOC-LINE                PIC X(300).
       FD  CONFIGFILE.
       01  CONFIG-LINE             PIC X(300).
       FD  EXCLFILE.
       01  EXCL-LINE               PIC X(250).
       FD  PAIRFILE.
       01  PAIR-LINE               PIC X(500).
       FD  NTPLFILE.
       01  NTPL-LINE               PIC X(400).
       FD  STEPLOGFILE.
       01  SLOG-LINE               PIC X(300).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
      *ナビゲーション用マーカー（AUTOMANUAL・AUTODELETEと共用）
           COPY NAVIMARK.
      *ナビのテンプレート
           COPY NAVTMPL.
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  NTPL-STS                 PIC X(02).
       01  SLOG-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  TOPIC-LOG-PATH           PIC X(256)
                                    VALUE "autotopic_report.log".
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autonavt_report.log".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *除外リスト（ナビを付けないページ）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           PIC X(250) OCCURS 200 TIMES
                                     INDEXED BY EXCL-IDX.
       01  EXCL-COUNT               PIC 9(03) COMP VALUE 0.
       01  EXCL-REC                 PIC X(250).
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
      *TOC.mdのページ名一覧と章見出し一覧
       01  TOC-TABLE.
           05  TOC-FILENAME         PIC X(250) OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  CHAP-TABLE.
           05  CHAP-HEADING         PIC X(80)  OCCURS 100 TIMES
                                     INDEXED BY CHAP-IDX.
       01  CHAP-COUNT               PIC 9(03) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *日英ページ対応表（PAIR-FILE未設定なら英語側は見ない）
       01  PAIR-TABLE.
           05  PAIR-ENTRY           OCCURS 1000 TIMES
                                     INDEXED BY PAIR-IDX.
               10  PAIR-JA          PIC X(250).
               10  PAIR-EN          PIC X(250).
       01  PAIR-COUNT               PIC 9(04) COMP VALUE 0.
       01  PAIR-REC                 PIC X(500).
       01  PAIR-P1                  PIC X(250).
       01  PAIR-P2                  PIC X(250).
      *章ごとの指定の行番号（NC-TABLEと同じ並び）
       01  NCL-TABLE.
           05  NCL-LINE             PIC 9(05) OCCURS 100 TIMES.
      *テンプレートごとの点検
       01  WS-NT-JX                 PIC 9(04) COMP VALUE 0.
       01  SW-NT-FIRST              PIC X       VALUE 'N'.
       01  SW-NT-HAS-TOP            PIC X       VALUE 'N'.
       01  SW-NT-HAS-CHAIN          PIC X       VALUE 'N'.
       01  WS-TOC-URL-HITS          PIC 9(03) COMP.
      *AUTOTOPICの報告の「ファイル : written」行
       01  SLOG-REC                 PIC X(300).
       01  SLOG-P1                  PIC X(256).
       01  SLOG-P2                  PIC X(40).
      *ページのマーカーの並び（WS-MARK-STATEは見終えたマーカーの数）
       01  WS-MARK-NAMES-DEF.
           05  FILLER               PIC X(06)  VALUE "start1".
           05  FILLER               PIC X(06)  VALUE "end1  ".
           05  FILLER               PIC X(06)  VALUE "start2".
           05  FILLER               PIC X(06)  VALUE "end2  ".
       01  WS-MARK-NAMES            REDEFINES WS-MARK-NAMES-DEF.
           05  WS-MARK-NAME         PIC X(06)  OCCURS 4 TIMES.
       01  WS-MARK-STATE            PIC 9(01)  VALUE 0.
       01  WS-MARK-SEEN             PIC 9(01)  VALUE 0.
      *点検中のページと走査状態
       01  SW-PAGE-OPTIONAL         PIC X       VALUE 'N'.
       01  SW-PAGE-HEADED           PIC X       VALUE 'N'.
       01  SW-IN-TEMPLATES          PIC X       VALUE 'N'.
       01  SW-NTPL-MISSING          PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
      *報告明細の組み立て
       01  WS-FIND-LINE             PIC 9(05).
       01  WS-FIND-WHERE            PIC X(12).
       01  WS-FIND-KIND             PIC X(30).
       01  WS-FIND-DETAIL           PIC X(220).
       01  WS-FIND-HEAD             PIC X(256).
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  WS-SHOW-LEN              PIC 9(03) COMP.
      *件数集計
       01  WS-TPL-LINES             PIC 9(05)  VALUE 0.
       01  WS-TPL-ERRORS            PIC 9(05)  VALUE 0.
       01  WS-CHAP-ERRORS           PIC 9(05)  VALUE 0.
       01  WS-PAGES-CHECKED         PIC 9(05)  VALUE 0.
       01  WS-PAGES-CLEAN           PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  WS-MARKER-ERRORS         PIC 9(05)  VALUE 0.
       01  WS-PAGE-FINDINGS         PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTONAVT nav template and marker check report"
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           IF NAVTPL-PATH = SPACE
               MOVE "template file: (none) - built-in layout"
                    TO RPT-TEXT
           ELSE
               STRING "template file: "  DELIMITED BY SIZE
                      NAVTPL-PATH        DELIMITED BY SPACE
                      " template: "      DELIMITED BY SIZE
                      NAVTPL-DEFAULT     DELIMITED BY SPACE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing to check"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           IF NAVTPL-PATH NOT = SPACE
               MOVE 'Y' TO SW-IN-TEMPLATES
               PERFORM MAIN-100-CHECK-TEMPLATES THRU MAIN-100-EXIT
               MOVE 'N' TO SW-IN-TEMPLATES
           END-IF.
      *日本語側の各ページの直後に英語側の対応ページを見る
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               PERFORM MAIN-040-CHECK-EXCLUDED
               IF SW-EXCLUDED = 'N'
                   MOVE SPACE TO PAGE-FILE-PATH
                   STRING "new/"                 DELIMITED BY SIZE
                          TOC-FILENAME(TOC-IDX)  DELIMITED BY SPACE
                          INTO PAGE-FILE-PATH
                   MOVE 'N' TO SW-PAGE-OPTIONAL
                   PERFORM MAIN-300-CHECK-PAGE THRU MAIN-300-EXIT
                   PERFORM VARYING PAIR-IDX FROM 1 BY 1
                             UNTIL PAIR-IDX > PAIR-COUNT
                       IF PAIR-JA(PAIR-IDX) = TOC-FILENAME(TOC-IDX)
                           MOVE SPACE TO PAGE-FILE-PATH
                           STRING "new_en/"          DELIMITED BY SIZE
                                  PAIR-EN(PAIR-IDX)  DELIMITED BY SPACE
                                  INTO PAGE-FILE-PATH
                           PERFORM MAIN-300-CHECK-PAGE
                                   THRU MAIN-300-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *生成ページは書き出されていれば見る
           MOVE 'Y' TO SW-PAGE-OPTIONAL.
           MOVE "new/INDEX.md" TO PAGE-FILE-PATH.
           PERFORM MAIN-300-CHECK-PAGE THRU MAIN-300-EXIT.
           MOVE "new/NEWS.md" TO PAGE-FILE-PATH.
           PERFORM MAIN-300-CHECK-PAGE THRU MAIN-300-EXIT.
           PERFORM MAIN-050-CHECK-TOPIC-PAGES.
           PERFORM MAIN-800-WRITE-FOOTER.
      *設定したテンプレートファイルが無ければAUTOMANUALは動かない
           IF SW-NTPL-MISSING = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルからテンプレートと日英ページ対応表のパスを読み込む
      *-------------------------------------*
       MAIN-005-LOAD-CONFIG.
           OPEN INPUT CONFIGFILE.
           IF CFG-STS = "00"
               PERFORM UNTIL CFG-STS NOT = ZERO
                   READ CONFIGFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE CONFIG-LINE TO CFG-REC
                        IF CFG-REC NOT = SPACE
                           AND CFG-REC(1:1) NOT = "*"
                           UNSTRING CFG-REC DELIMITED BY "="
                                    INTO CFG-KEY CFG-VALUE
                           IF CFG-KEY = "PAIR-FILE"
                              MOVE CFG-VALUE TO PAIR-FILE-PATH
                           END-IF
                           IF CFG-KEY = "NAV-TEMPLATE-FILE"
                              MOVE CFG-VALUE TO NAVTPL-PATH
                           END-IF
                           IF CFG-KEY = "NAV-TEMPLATE"
                              MOVE CFG-VALUE TO NAVTPL-DEFAULT
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *除外リストの読込（ナビを付けないページは見ない）
      *-------------------------------------*
       MAIN-010-LOAD-EXCLUDE.
           MOVE "TOC.md" TO EXCL-ENTRY(1).
           MOVE 1 TO EXCL-COUNT.
           OPEN INPUT EXCLFILE.
           IF EXCL-STS = "00"
               PERFORM UNTIL EXCL-STS NOT = ZERO
                   READ EXCLFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE EXCL-LINE TO EXCL-REC
                        IF EXCL-REC NOT = SPACE
                           AND EXCL-REC(1:1) NOT = "*"
                           AND EXCL-COUNT < 200
                           ADD 1 TO EXCL-COUNT
                           MOVE EXCL-REC TO EXCL-ENTRY(EXCL-COUNT)
                        END-IF
               END-PERFORM
               CLOSE EXCLFILE
           END-IF.
      *-------------------------------------*
      *TOC.mdの読込（ページ名一覧と"## "の章見出し一覧）
      *-------------------------------------*
       MAIN-020-LOAD-TOC.
           OPEN INPUT TOCFILE.
           IF TOC-STS = "00"
               PERFORM UNTIL TOC-STS NOT = ZERO
                   READ TOCFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE TOC-LINE TO TOC-REC
                        IF TOC-REC(1:3) = "## "
                           AND CHAP-COUNT < 100
                           ADD 1 TO CHAP-COUNT
                           MOVE TOC-REC(4:) TO CHAP-HEADING(CHAP-COUNT)
                        END-IF
                        IF TOC-REC(1:3) = "- ["
                           IF TOC-COUNT >= 2000
                               DISPLAY "AUTONAVT: TOC table full "
                                       "(2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           UNSTRING TOC-REC DELIMITED BY "]("
                                    INTO TOC-PART1 TOC-PART2
                           UNSTRING TOC-PART2 DELIMITED BY ")"
                                    INTO TOC-PART2
                           ADD 1 TO TOC-COUNT
                           MOVE TOC-PART2 TO TOC-FILENAME(TOC-COUNT)
                        END-IF
               END-PERFORM
               CLOSE TOCFILE
           END-IF.
      *-------------------------------------*
      *日英ページ対応表の読込（日本語ページ 英語ページ）
      *-------------------------------------*
       MAIN-030-LOAD-PAIRS.
           MOVE 0 TO PAIR-COUNT.
           IF PAIR-FILE-PATH = SPACE
               CONTINUE
           ELSE
               OPEN INPUT PAIRFILE
               IF PAIR-STS = "00"
                   PERFORM UNTIL PAIR-STS NOT = ZERO
                       READ PAIRFILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            MOVE PAIR-LINE TO PAIR-REC
                            IF PAIR-REC NOT = SPACE
                               AND PAIR-REC(1:1) NOT = "*"
                               IF PAIR-COUNT >= 1000
                                   DISPLAY "AUTONAVT: pair table "
                                           "full (1000) - cannot "
                                           "continue"
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               MOVE SPACE TO PAIR-P1 PAIR-P2
                               UNSTRING PAIR-REC DELIMITED BY SPACE
                                        INTO PAIR-P1 PAIR-P2
                               IF PAIR-P1 NOT = SPACE
                                  AND PAIR-P2 NOT = SPACE
                                  ADD 1 TO PAIR-COUNT
                                  MOVE PAIR-P1 TO PAIR-JA(PAIR-COUNT)
                                  MOVE PAIR-P2 TO PAIR-EN(PAIR-COUNT)
                               END-IF
                            END-IF
                   END-PERFORM
                   CLOSE PAIRFILE
               END-IF
           END-IF.
      *-------------------------------------*
       MAIN-040-CHECK-EXCLUDED.
           MOVE 'N' TO SW-EXCLUDED.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                     UNTIL EXCL-IDX > EXCL-COUNT
               IF EXCL-ENTRY(EXCL-IDX) = TOC-FILENAME(TOC-IDX)
                   MOVE 'Y' TO SW-EXCLUDED
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *AUTOTOPICの報告に「new/topic_<タグ>.md : written」と出た
      *トピックページを見る
      *-------------------------------------*
       MAIN-050-CHECK-TOPIC-PAGES.
           OPEN INPUT STEPLOGFILE.
           IF SLOG-STS = "00"
               PERFORM UNTIL SLOG-STS NOT = ZERO
                   READ STEPLOGFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE SLOG-LINE TO SLOG-REC
                        MOVE SPACE TO SLOG-P1 SLOG-P2
                        UNSTRING SLOG-REC DELIMITED BY " : "
                                 INTO SLOG-P1 SLOG-P2
                        IF SLOG-P2 = "written"
                           AND SLOG-P1(1:10) = "new/topic_"
                           MOVE SLOG-P1 TO PAGE-FILE-PATH
                           PERFORM MAIN-300-CHECK-PAGE
                                   THRU MAIN-300-EXIT
                        END-IF
               END-PERFORM
               CLOSE STEPLOGFILE
           END-IF.
      *-------------------------------------*
      *テンプレートファイルの点検
      *行ごとの誤りを報告し、正しい行だけで選択と章ごとの指定を
      *確かめる（AUTOMANUALと同じ規則）
      *-------------------------------------*
       MAIN-100-CHECK-TEMPLATES.
           MOVE NAVTPL-PATH TO WS-FIND-HEAD.
           MOVE 'N' TO SW-PAGE-HEADED.
           MOVE 0 TO NT-COUNT NC-COUNT WS-LINE-NO.
           OPEN INPUT NTPLFILE.
           IF NTPL-STS NOT = "00"
               MOVE 0 TO WS-FIND-LINE
               MOVE "file-missing" TO WS-FIND-KIND
               MOVE "template file not found" TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               ADD 1 TO WS-TPL-ERRORS
               MOVE 'Y' TO SW-NTPL-MISSING
               GO TO MAIN-100-EXIT
           END-IF.
           PERFORM UNTIL NTPL-STS NOT = ZERO
               READ NTPLFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    MOVE NTPL-LINE TO NT-REC
                    IF NT-REC NOT = SPACE
                       AND NT-REC(1:1) NOT = "*"
                       ADD 1 TO WS-TPL-LINES
                       PERFORM MAIN-110-CHECK-TEMPLATE-LINE
                    END-IF
           END-PERFORM.
           CLOSE NTPLFILE.
           MOVE NAVTPL-DEFAULT TO NT-USE-EN.
           PERFORM MAIN-153-FIND-NAV-TEMPLATE.
           IF SW-NT-FOUND = 'N'
               MOVE 0 TO WS-FIND-LINE
               MOVE "template-missing" TO WS-FIND-KIND
               MOVE SPACE TO WS-FIND-DETAIL
               STRING "NAV-TEMPLATE "    DELIMITED BY SIZE
                      NAVTPL-DEFAULT     DELIMITED BY SPACE
                      " is not defined"  DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               ADD 1 TO WS-TPL-ERRORS
           END-IF.
           PERFORM VARYING NC-IX FROM 1 BY 1 UNTIL NC-IX > NC-COUNT
               PERFORM MAIN-120-CHECK-CHAPTER-ENTRY
           END-PERFORM.
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-COUNT
               PERFORM MAIN-130-CHECK-ONE-TEMPLATE
           END-PERFORM.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-110-CHECK-TEMPLATE-LINE.
           PERFORM MAIN-150-PARSE-NAV-TEMPLATE THRU MAIN-150-EXIT.
           MOVE WS-LINE-NO TO WS-FIND-LINE.
           IF NT-MARK-HITS > 0
               MOVE "marker-text" TO WS-FIND-KIND
               MOVE NT-REC(1:200) TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               ADD 1 TO WS-TPL-ERRORS
           ELSE
               IF NT-ERROR NOT = SPACE
                   MOVE "bad-line" TO WS-FIND-KIND
                   MOVE NT-ERROR TO WS-FIND-DETAIL
                   PERFORM MAIN-200-WRITE-FINDING
                   ADD 1 TO WS-TPL-ERRORS
               ELSE
                   IF NT-F1 = NAVTPL-CHAPTER-KEY
                       IF NC-COUNT >= 100
                           DISPLAY "AUTONAVT: chapter template table "
                                   "full (100) - cannot continue"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO NC-COUNT
                       MOVE NT-F2        TO NC-NAME(NC-COUNT)
                       MOVE NT-LINE-TEXT TO NC-CHAPTER(NC-COUNT)
                       MOVE WS-LINE-NO   TO NCL-LINE(NC-COUNT)
                   ELSE
                       IF NT-COUNT >= 300
                           DISPLAY "AUTONAVT: template table full "
                                   "(300) - cannot continue"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO NT-COUNT
                       MOVE NT-F1        TO NT-NAME(NT-COUNT)
                       MOVE NT-LINE-PART TO NT-PART(NT-COUNT)
                       MOVE NT-LINE-TEXT TO NT-TEXT(NT-COUNT)
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *章ごとの指定1件（テンプレートと章見出しがあるか）
      *-------------------------------------*
       MAIN-120-CHECK-CHAPTER-ENTRY.
           MOVE NCL-LINE(NC-IX) TO WS-FIND-LINE.
           MOVE NC-NAME(NC-IX) TO NT-USE-EN.
           PERFORM MAIN-153-FIND-NAV-TEMPLATE.
           IF SW-NT-FOUND = 'N'
               MOVE "chapter-template-missing" TO WS-FIND-KIND
               MOVE NC-NAME(NC-IX) TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               ADD 1 TO WS-CHAP-ERRORS
           END-IF.
           SET CHAP-IDX TO 1.
           SEARCH CHAP-HEADING
               AT END
                   MOVE "chapter-unknown" TO WS-FIND-KIND
                   MOVE NC-CHAPTER(NC-IX) TO WS-FIND-DETAIL
                   PERFORM MAIN-200-WRITE-FINDING
                   ADD 1 TO WS-CHAP-ERRORS
               WHEN CHAP-IDX > CHAP-COUNT
                   MOVE "chapter-unknown" TO WS-FIND-KIND
                   MOVE NC-CHAPTER(NC-IX) TO WS-FIND-DETAIL
                   PERFORM MAIN-200-WRITE-FINDING
                   ADD 1 TO WS-CHAP-ERRORS
               WHEN CHAP-HEADING(CHAP-IDX) = NC-CHAPTER(NC-IX)
                   CONTINUE
           END-SEARCH.
      *-------------------------------------*
      *テンプレート1つ分（名前の最初の行で見る）
      *上部があるのに目次リンクの行（{PREVNEXT}か{TOC-URL}を含む
      *行）が無ければ、AUTOCHAINが前へ／次へを読めない
      *-------------------------------------*
       MAIN-130-CHECK-ONE-TEMPLATE.
           MOVE 'Y' TO SW-NT-FIRST.
           PERFORM VARYING WS-NT-JX FROM 1 BY 1
                     UNTIL WS-NT-JX >= NT-IX
               IF NT-NAME(WS-NT-JX) = NT-NAME(NT-IX)
                   MOVE 'N' TO SW-NT-FIRST
               END-IF
           END-PERFORM.
           IF SW-NT-FIRST = 'Y'
               MOVE 'N' TO SW-NT-HAS-TOP SW-NT-HAS-CHAIN
               PERFORM VARYING WS-NT-JX FROM NT-IX BY 1
                         UNTIL WS-NT-JX > NT-COUNT
                   IF NT-NAME(WS-NT-JX) = NT-NAME(NT-IX)
                       AND NT-PART(WS-NT-JX) = 'T'
                       MOVE 'Y' TO SW-NT-HAS-TOP
                       MOVE 0 TO WS-TOC-URL-HITS
                       INSPECT NT-TEXT(WS-NT-JX) TALLYING
                               WS-TOC-URL-HITS FOR ALL "{TOC-URL}"
                       IF NT-TEXT(WS-NT-JX) = "{PREVNEXT}"
                           OR WS-TOC-URL-HITS > 0
                           MOVE 'Y' TO SW-NT-HAS-CHAIN
                       END-IF
                   END-IF
               END-PERFORM
               IF SW-NT-HAS-TOP = 'Y' AND SW-NT-HAS-CHAIN = 'N'
                   MOVE 0 TO WS-FIND-LINE
                   MOVE "no-chain-line" TO WS-FIND-KIND
                   MOVE SPACE TO WS-FIND-DETAIL
                   STRING NT-NAME(NT-IX)  DELIMITED BY SPACE
                          ": no TOP line with {PREVNEXT} or {TOC-URL}"
                                          DELIMITED BY SIZE
                          " - AUTOCHAIN cannot follow it"
                                          DELIMITED BY SIZE
                          INTO WS-FIND-DETAIL
                   PERFORM MAIN-200-WRITE-FINDING
                   ADD 1 TO WS-TPL-ERRORS
               END-IF
           END-IF.
      *-------------------------------------*
      *公開済みページ1つのマーカーの並びを見る
      *"<!--navi"で始まる行がstart1・end1・start2・end2の順に
      *1つずつ並んでいること（それ以外のマーカー行は取り除けない）
      *-------------------------------------*
       MAIN-300-CHECK-PAGE.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS NOT = "00"
               IF SW-PAGE-OPTIONAL = 'N'
                   ADD 1 TO WS-MISSING
               END-IF
               GO TO MAIN-300-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-CHECKED.
           MOVE PAGE-FILE-PATH TO WS-FIND-HEAD.
           MOVE 'N' TO SW-PAGE-HEADED.
           MOVE 0 TO WS-PAGE-FINDINGS WS-LINE-NO WS-MARK-STATE.
           PERFORM UNTIL PAGE-STS NOT = ZERO
               READ PAGEFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    IF PAGE-REC(1:8) = NAVTPL-MARK
                        PERFORM MAIN-310-CHECK-MARKER-LINE
                    END-IF
           END-PERFORM.
           CLOSE PAGEFILE.
           IF WS-MARK-STATE < 4
               MOVE 0 TO WS-FIND-LINE
               MOVE "marker-missing" TO WS-FIND-KIND
               MOVE SPACE TO WS-FIND-DETAIL
               STRING "<!--navi "                  DELIMITED BY SIZE
                      WS-MARK-NAME(WS-MARK-STATE + 1)
                                                   DELIMITED BY SPACE
                      "--> not found"              DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               ADD 1 TO WS-MARKER-ERRORS
           END-IF.
           IF WS-PAGE-FINDINGS = 0
               ADD 1 TO WS-PAGES-CLEAN
           END-IF.
       MAIN-300-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-310-CHECK-MARKER-LINE.
           EVALUATE PAGE-REC
               WHEN NAVI-START-1
                   MOVE 1 TO WS-MARK-SEEN
               WHEN NAVI-END-1
                   MOVE 2 TO WS-MARK-SEEN
               WHEN NAVI-START-2
                   MOVE 3 TO WS-MARK-SEEN
               WHEN NAVI-END-2
                   MOVE 4 TO WS-MARK-SEEN
               WHEN OTHER
                   MOVE 0 TO WS-MARK-SEEN
           END-EVALUATE.
           MOVE WS-LINE-NO TO WS-FIND-LINE.
           IF WS-MARK-SEEN = 0
               MOVE "stray-marker" TO WS-FIND-KIND
               MOVE PAGE-REC(1:200) TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               ADD 1 TO WS-MARKER-ERRORS
           ELSE
               IF WS-MARK-SEEN = WS-MARK-STATE + 1
                   MOVE WS-MARK-SEEN TO WS-MARK-STATE
               ELSE
                   MOVE "marker-order" TO WS-FIND-KIND
                   MOVE SPACE TO WS-FIND-DETAIL
                   IF WS-MARK-STATE < 4
                       STRING WS-MARK-NAME(WS-MARK-SEEN)
                                               DELIMITED BY SPACE
                              " where "        DELIMITED BY SIZE
                              WS-MARK-NAME(WS-MARK-STATE + 1)
                                               DELIMITED BY SPACE
                              " expected"      DELIMITED BY SIZE
                              INTO WS-FIND-DETAIL
                   ELSE
                       STRING WS-MARK-NAME(WS-MARK-SEEN)
                                               DELIMITED BY SPACE
                              " after end2"    DELIMITED BY SIZE
                              INTO WS-FIND-DETAIL
                   END-IF
                   PERFORM MAIN-200-WRITE-FINDING
                   ADD 1 TO WS-MARKER-ERRORS
               END-IF
           END-IF.
      *-------------------------------------*
      *テンプレートの解析（以下4段落はAUTOMANUALと同じ規則）
      *NT-LINE-TEXTのNT-SCAN-POS以降で次の差し込み記号を探す
      *（"{"から"}"までの英大文字とハイフン。それ以外の"{"は
      *　NT-TOK-KIND='L'の1文字として返す）
      *-------------------------------------*
       MAIN-151-NEXT-NAV-TOKEN.
           MOVE 'N' TO NT-TOK-KIND.
           MOVE 0 TO NT-TOK-START NT-TOK-LEN.
           MOVE SPACE TO NT-TOKEN.
           COMPUTE NT-SCAN-REST = NT-TEXT-LEN - NT-SCAN-POS + 1.
           INSPECT NT-LINE-TEXT(NT-SCAN-POS:NT-SCAN-REST)
                   TALLYING NT-TOK-LEN
                   FOR CHARACTERS BEFORE INITIAL "{".
           IF NT-TOK-LEN >= NT-SCAN-REST
               GO TO MAIN-151-EXIT
           END-IF.
           COMPUTE NT-TOK-START = NT-SCAN-POS + NT-TOK-LEN.
           MOVE 'L' TO NT-TOK-KIND.
           COMPUTE NT-SCAN-REST = NT-TEXT-LEN - NT-TOK-START + 1.
           MOVE 0 TO NT-TOK-LEN.
           INSPECT NT-LINE-TEXT(NT-TOK-START:NT-SCAN-REST)
                   TALLYING NT-TOK-LEN
                   FOR CHARACTERS BEFORE INITIAL "}".
           IF NT-TOK-LEN >= NT-SCAN-REST
               OR NT-TOK-LEN < 2 OR NT-TOK-LEN > 15
               MOVE 1 TO NT-TOK-LEN
               GO TO MAIN-151-EXIT
           END-IF.
           MOVE NT-LINE-TEXT(NT-TOK-START + 1:NT-TOK-LEN - 1)
                TO NT-TOKEN.
           MOVE NT-TOKEN TO NT-TOKEN-CHK.
           INSPECT NT-TOKEN-CHK REPLACING ALL "-" BY "A".
           IF NT-TOKEN-CHK IS NOT ALPHABETIC-UPPER
               MOVE SPACE TO NT-TOKEN
               MOVE 1 TO NT-TOK-LEN
               GO TO MAIN-151-EXIT
           END-IF.
           ADD 1 TO NT-TOK-LEN.
           MOVE 'U' TO NT-TOK-KIND.
           PERFORM VARYING NTK-IX FROM 1 BY 1 UNTIL NTK-IX > 15
               IF NTK-NAME(NTK-IX) = NT-TOKEN
                   MOVE NTK-KIND(NTK-IX) TO NT-TOK-KIND
               END-IF
           END-PERFORM.
       MAIN-151-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-152-NAV-TEXT-LEN.
           MOVE 300 TO NT-TEXT-LEN.
           PERFORM UNTIL NT-TEXT-LEN = 1
                         OR NT-LINE-TEXT(NT-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM NT-TEXT-LEN
           END-PERFORM.
      *-------------------------------------*
      *NT-USE-ENの名前のテンプレートがあるか（SW-NT-FOUND）
      *-------------------------------------*
       MAIN-153-FIND-NAV-TEMPLATE.
           MOVE 'N' TO SW-NT-FOUND.
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-COUNT
               IF NT-NAME(NT-IX) = NT-USE-EN
                   MOVE 'Y' TO SW-NT-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *テンプレートファイルの1行（NT-REC）を解析して点検する
      *（誤りはNT-ERROR、マーカー文字列の数はNT-MARK-HITS）
      *-------------------------------------*
       MAIN-150-PARSE-NAV-TEMPLATE.
           MOVE SPACE TO NT-F1 NT-F2 NT-LINE-TEXT NT-ERROR.
           MOVE SPACE TO NT-LINE-PART.
           MOVE 0 TO NT-MARK-HITS.
           INSPECT NT-REC TALLYING NT-MARK-HITS FOR ALL NAVTPL-MARK.
           MOVE 1 TO NT-F-PTR.
           UNSTRING NT-REC DELIMITED BY ALL SPACE
                    INTO NT-F1 NT-F2 WITH POINTER NT-F-PTR.
           IF NT-F-PTR <= 400
               MOVE NT-REC(NT-F-PTR:) TO NT-LINE-TEXT
           END-IF.
           IF NT-F1 = SPACE OR NT-F1(31:70) NOT = SPACE
               MOVE "bad template name" TO NT-ERROR
               GO TO MAIN-150-EXIT
           END-IF.
           IF NT-F1 = NAVTPL-CHAPTER-KEY
               IF NT-F2 = SPACE OR NT-F2(31:70) NOT = SPACE
                   MOVE "bad template name" TO NT-ERROR
               ELSE
                   IF NT-LINE-TEXT = SPACE
                       OR NT-LINE-TEXT(81:220) NOT = SPACE
                       MOVE "missing or too long chapter heading"
                            TO NT-ERROR
                   END-IF
               END-IF
               GO TO MAIN-150-EXIT
           END-IF.
           EVALUATE NT-F2
               WHEN "TOP"
                   MOVE 'T' TO NT-LINE-PART
               WHEN "BOTTOM"
                   MOVE 'B' TO NT-LINE-PART
               WHEN OTHER
                   MOVE "part must be TOP or BOTTOM" TO NT-ERROR
                   GO TO MAIN-150-EXIT
           END-EVALUATE.
           IF NT-LINE-TEXT = SPACE
               MOVE "no line text" TO NT-ERROR
               GO TO MAIN-150-EXIT
           END-IF.
           IF NT-F-PTR < 101
               IF NT-REC(NT-F-PTR + 300:) NOT = SPACE
                   MOVE "line text too long" TO NT-ERROR
                   GO TO MAIN-150-EXIT
               END-IF
           END-IF.
           PERFORM MAIN-152-NAV-TEXT-LEN.
           MOVE 1 TO NT-SCAN-POS.
           PERFORM UNTIL NT-SCAN-POS > NT-TEXT-LEN
                         OR NT-ERROR NOT = SPACE
               PERFORM MAIN-151-NEXT-NAV-TOKEN THRU MAIN-151-EXIT
               EVALUATE NT-TOK-KIND
                   WHEN 'N'
                       COMPUTE NT-SCAN-POS = NT-TEXT-LEN + 1
                   WHEN 'U'
                       STRING "unknown placeholder {"
                                         DELIMITED BY SIZE
                              NT-TOKEN   DELIMITED BY SPACE
                              "}"        DELIMITED BY SIZE
                              INTO NT-ERROR
                   WHEN 'E'
                       IF NT-TOK-START NOT = 1
                           OR NT-TOK-LEN NOT = NT-TEXT-LEN
                           STRING "element {"
                                         DELIMITED BY SIZE
                                  NT-TOKEN
                                         DELIMITED BY SPACE
                                  "} must stand alone on its line"
                                         DELIMITED BY SIZE
                                  INTO NT-ERROR
                       END-IF
                       COMPUTE NT-SCAN-POS = NT-TOK-START + NT-TOK-LEN
                   WHEN OTHER
                       COMPUTE NT-SCAN-POS = NT-TOK-START + NT-TOK-LEN
               END-EVALUATE
           END-PERFORM.
       MAIN-150-EXIT.
           CONTINUE.
      *-------------------------------------*
      *指摘1件を報告に書く（ファイルごとに"### ファイル"の見出し）
      *-------------------------------------*
       MAIN-200-WRITE-FINDING.
           IF SW-PAGE-HEADED = 'N'
               MOVE SPACE TO RPT-TEXT
               STRING "### "           DELIMITED BY SIZE
                      WS-FIND-HEAD     DELIMITED BY SPACE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO SW-PAGE-HEADED
           END-IF.
           ADD 1 TO WS-PAGE-FINDINGS.
      *全体に対する指摘は行番号の代わりに"file"（テンプレート）・
      *"page"（ページ）と書く
           MOVE SPACE TO WS-FIND-WHERE.
           IF WS-FIND-LINE = 0
               IF SW-IN-TEMPLATES = 'Y'
                   MOVE "file" TO WS-FIND-WHERE
               ELSE
                   MOVE "page" TO WS-FIND-WHERE
               END-IF
           ELSE
               STRING "line "      DELIMITED BY SIZE
                      WS-FIND-LINE DELIMITED BY SIZE
                      INTO WS-FIND-WHERE
           END-IF.
           MOVE WS-FIND-DETAIL TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-SHOW-LEN.
           MOVE WS-FIND-KIND TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE SPACE TO RPT-TEXT.
           STRING "  "                         DELIMITED BY SIZE
                  WS-FIND-WHERE                DELIMITED BY "  "
                  ": "                         DELIMITED BY SIZE
                  WS-FIND-KIND(1:WS-TRIM-LEN)  DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  WS-FIND-DETAIL(1:WS-SHOW-LEN)
                                               DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
      *末尾の空白を除いた文字列長を求める（1文字以上は必ず残す）
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
           MOVE 250 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 1
                         OR WS-TRIM-IN(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "template-lines="    DELIMITED BY SIZE
                  WS-TPL-LINES         DELIMITED BY SIZE
                  " template-errors="  DELIMITED BY SIZE
                  WS-TPL-ERRORS        DELIMITED BY SIZE
                  " chapter-errors="   DELIMITED BY SIZE
                  WS-CHAP-ERRORS       DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages-checked="     DELIMITED BY SIZE
                  WS-PAGES-CHECKED     DELIMITED BY SIZE
                  " clean="            DELIMITED BY SIZE
                  WS-PAGES-CLEAN       DELIMITED BY SIZE
                  " missing="          DELIMITED BY SIZE
                  WS-MISSING           DELIMITED BY SIZE
                  " marker-errors="    DELIMITED BY SIZE
                  WS-MARKER-ERRORS     DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-PAGES-CLEAN < WS-PAGES-CHECKED
               OR WS-TPL-ERRORS > 0 OR WS-CHAP-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
