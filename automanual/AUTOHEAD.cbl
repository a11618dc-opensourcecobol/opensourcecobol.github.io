       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOHEAD.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。TOC.mdに掲載されたold/配下の
      *                        各ページの見出し構造を点検し、ページと
      *                        行番号ごとに報告する。
      *                        ・同じアンカーになる"## "見出し（同一
      *                        　文字列の重複と、大小文字・空白の違い
      *                        　だけで同じアンカーになる衝突）
      *                        ・見出しレベルの飛び（"#"の直下の
      *                        　"####"など）
      *                        ・トップ見出し（"# "）の無いページ
      *                        ・本文の無い節
      *                        ・コードブロック（```）内の見出し風の行
      *                        アンカーはAUTOMANUALのページ内目次・
      *                        AUTOAUDITのアンカー索引と同じ規則
      *                        （英大文字を小文字化し空白をハイフンに
      *                        置き換える）で求める。コードブロック内
      *                        の"## "行もそれらの処理は見出しとして
      *                        拾うため、アンカーの点検には含める。
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
           SELECT    EXCLFILE      ASSIGN         TO   DYNAMIC
                                                       EXCLUDE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   EXCL-STS.
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
       FD  EXCLFILE.
       01  EXCL-LINE               PIC X(250).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autohead_report.log".
      *除外リスト（点検対象外のページ）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           PIC X(250) OCCURS 200 TIMES
                                     INDEXED BY EXCL-IDX.
       01  EXCL-COUNT               PIC 9(03) COMP VALUE 0.
       01  EXCL-REC                 PIC X(250).
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
      *TOC.mdのページ名一覧
       01  TOC-TABLE.
           05  TOC-FILENAME         PIC X(250) OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *1ページ分の"## "見出しのアンカー（重複・衝突の検出用）
       01  HANC-TABLE.
           05  HANC-ENTRY           OCCURS 500 TIMES
                                     INDEXED BY HANC-IDX.
               10  HANC-LINE        PIC 9(05).
               10  HANC-TEXT        PIC X(200).
               10  HANC-ANCHOR      PIC X(200).
       01  HANC-COUNT               PIC 9(03) COMP VALUE 0.
       01  WS-HANC-MATCH            PIC 9(03) COMP VALUE 0.
      *ページの走査状態
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-IN-FENCE              PIC X       VALUE 'N'.
       01  SW-TOP-HEADING           PIC X       VALUE 'N'.
       01  SW-PAGE-HEADED           PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
       01  WS-FENCE-LINE            PIC 9(05)  VALUE 0.
       01  WS-PREV-LEVEL            PIC 9(01)  VALUE 0.
      *直前の見出し（本文の無い節の検出用）
       01  SW-SEC-OPEN              PIC X       VALUE 'N'.
       01  SW-SEC-CONTENT           PIC X       VALUE 'N'.
       01  WS-SEC-LINE              PIC 9(05)  VALUE 0.
       01  WS-SEC-LEVEL             PIC 9(01)  VALUE 0.
       01  WS-SEC-TEXT              PIC X(200).
      *見出し行の解析
       01  WS-LEAD                  PIC 9(02) COMP.
       01  WS-HEAD-LEVEL            PIC 9(01)  VALUE 0.
       01  WS-HASHES                PIC 9(02) COMP.
       01  WS-HEAD-TEXT             PIC X(200).
       01  WS-HEAD-LEN              PIC 9(03) COMP.
       01  WS-ANCHOR                PIC X(200).
      *報告明細の組み立て
       01  WS-FIND-LINE             PIC 9(05).
       01  WS-FIND-WHERE            PIC X(12).
       01  WS-FIND-KIND             PIC X(30).
       01  WS-FIND-DETAIL           PIC X(220).
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  WS-SHOW-LEN              PIC 9(03) COMP.
      *件数集計
       01  WS-PAGES-CHECKED         PIC 9(05)  VALUE 0.
       01  WS-PAGES-CLEAN           PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  WS-DUP-ANCHORS           PIC 9(05)  VALUE 0.
       01  WS-COLLISIONS            PIC 9(05)  VALUE 0.
       01  WS-LEVEL-JUMPS           PIC 9(05)  VALUE 0.
       01  WS-NO-TOP                PIC 9(05)  VALUE 0.
       01  WS-EMPTY-SECTIONS        PIC 9(05)  VALUE 0.
       01  WS-FENCED-HEADS          PIC 9(05)  VALUE 0.
       01  WS-OPEN-FENCES           PIC 9(05)  VALUE 0.
       01  WS-PAGE-FINDINGS         PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOHEAD heading structure lint report" TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing to check"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               PERFORM MAIN-100-CHECK-ONE-PAGE THRU MAIN-100-EXIT
           END-PERFORM.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *除外リストの読込
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
      *TOC.mdの読込（ページ名一覧）
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
                        IF TOC-REC(1:3) = "- ["
                           IF TOC-COUNT >= 2000
                               DISPLAY "AUTOHEAD: TOC table full "
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
      *1ページ分の点検
      *-------------------------------------*
       MAIN-100-CHECK-ONE-PAGE.
           MOVE 'N' TO SW-EXCLUDED.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                     UNTIL EXCL-IDX > EXCL-COUNT
               IF EXCL-ENTRY(EXCL-IDX) = TOC-FILENAME(TOC-IDX)
                   MOVE 'Y' TO SW-EXCLUDED
               END-IF
           END-PERFORM.
           IF SW-EXCLUDED = 'Y'
               GO TO MAIN-100-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-CHECKED.
           MOVE 'N' TO SW-PAGE-HEADED.
           MOVE 0 TO WS-PAGE-FINDINGS.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "old/"                 DELIMITED BY SIZE
                  TOC-FILENAME(TOC-IDX)  DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           PERFORM MAIN-110-SCAN-PAGE THRU MAIN-110-EXIT.
           IF SW-FILE-READ = 'N'
               ADD 1 TO WS-MISSING
               MOVE 0 TO WS-FIND-LINE
               MOVE "SOURCE MISSING" TO WS-FIND-KIND
               MOVE "page listed in TOC.md not found in old/"
                    TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               GO TO MAIN-100-EXIT
           END-IF.
           IF WS-PAGE-FINDINGS = 0
               ADD 1 TO WS-PAGES-CLEAN
           END-IF.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-FILE-PATHのページを1行ずつ読み、見出しを点検する
      *-------------------------------------*
       MAIN-110-SCAN-PAGE.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN SW-IN-FENCE
                       SW-TOP-HEADING SW-SEC-OPEN SW-SEC-CONTENT.
           MOVE 0 TO WS-LINE-NO WS-PREV-LEVEL HANC-COUNT
                     WS-FENCE-LINE.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS = "00"
               MOVE 'Y' TO SW-FILE-READ
      *制御文字を含む行は状態09で渡されるため、読み続ける
               PERFORM UNTIL PAGE-STS NOT = "00"
                             AND PAGE-STS NOT = "09"
                   MOVE SPACE TO PAGE-REC
                   READ PAGEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        PERFORM MAIN-120-ONE-LINE THRU MAIN-120-EXIT
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           IF SW-FILE-READ = 'N'
               GO TO MAIN-110-EXIT
           END-IF.
      *ページ末尾で閉じていない節と閉じていないコードブロック
           PERFORM MAIN-150-CLOSE-SECTION.
           IF SW-IN-FENCE = 'Y'
               ADD 1 TO WS-OPEN-FENCES
               MOVE WS-FENCE-LINE TO WS-FIND-LINE
               MOVE "UNCLOSED CODE FENCE" TO WS-FIND-KIND
               MOVE "code block opened here is never closed"
                    TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
           END-IF.
           IF SW-TOP-HEADING = 'N'
               ADD 1 TO WS-NO-TOP
               MOVE 0 TO WS-FIND-LINE
               MOVE "NO TOP HEADING" TO WS-FIND-KIND
               MOVE "page has no level-1 heading (# )"
                    TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
           END-IF.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1行分の点検
      *フロントマター（1行目の"---"から次の"---"まで）は読み飛ばす
      *-------------------------------------*
       MAIN-120-ONE-LINE.
           IF WS-LINE-NO = 1
               AND PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
               MOVE 'Y' TO SW-FM-OPEN
               GO TO MAIN-120-EXIT
           END-IF.
           IF SW-FM-OPEN = 'Y'
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'N' TO SW-FM-OPEN
               END-IF
               GO TO MAIN-120-EXIT
           END-IF.
           IF PAGE-REC(1:300) = SPACE
               GO TO MAIN-120-EXIT
           END-IF.
      *コードブロックの開閉（行頭の空白3桁までは許す）
           MOVE 1 TO WS-LEAD.
           PERFORM UNTIL WS-LEAD > 4
                         OR PAGE-REC(WS-LEAD:1) NOT = SPACE
               ADD 1 TO WS-LEAD
           END-PERFORM.
           IF WS-LEAD <= 4
               IF PAGE-REC(WS-LEAD:3) = "```"
                  OR PAGE-REC(WS-LEAD:3) = "~~~"
                   IF SW-IN-FENCE = 'Y'
                       MOVE 'N' TO SW-IN-FENCE
                   ELSE
                       MOVE 'Y' TO SW-IN-FENCE
                       MOVE WS-LINE-NO TO WS-FENCE-LINE
                   END-IF
                   MOVE 'Y' TO SW-SEC-CONTENT
                   GO TO MAIN-120-EXIT
               END-IF
           END-IF.
           PERFORM MAIN-125-PARSE-HEADING.
           IF SW-IN-FENCE = 'Y'
               MOVE 'Y' TO SW-SEC-CONTENT
               IF WS-HEAD-LEVEL > 0
                   PERFORM MAIN-160-FENCED-HEADING
               END-IF
               GO TO MAIN-120-EXIT
           END-IF.
           IF WS-HEAD-LEVEL = 0
               MOVE 'Y' TO SW-SEC-CONTENT
               GO TO MAIN-120-EXIT
           END-IF.
           PERFORM MAIN-130-HEADING.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *行頭の"#"～"######"＋空白を見出しとして解析する
      *見出しでなければWS-HEAD-LEVELは0
      *-------------------------------------*
       MAIN-125-PARSE-HEADING.
           MOVE 0 TO WS-HEAD-LEVEL WS-HASHES.
           MOVE SPACE TO WS-HEAD-TEXT.
           PERFORM UNTIL WS-HASHES >= 7
                         OR PAGE-REC(WS-HASHES + 1:1) NOT = "#"
               ADD 1 TO WS-HASHES
           END-PERFORM.
           IF WS-HASHES > 0 AND WS-HASHES < 7
               AND PAGE-REC(WS-HASHES + 1:1) = SPACE
               MOVE WS-HASHES TO WS-HEAD-LEVEL
               MOVE PAGE-REC(WS-HASHES + 2:200) TO WS-HEAD-TEXT
           END-IF.
      *-------------------------------------*
      *コードブロック外の見出し1件分
      *-------------------------------------*
       MAIN-130-HEADING.
      *直前の節が本文も下位の見出しも持たないまま終わったか
           IF SW-SEC-OPEN = 'Y'
               IF WS-HEAD-LEVEL > WS-SEC-LEVEL
                   MOVE 'Y' TO SW-SEC-CONTENT
               END-IF
               PERFORM MAIN-150-CLOSE-SECTION
           END-IF.
           IF WS-HEAD-LEVEL = 1
               MOVE 'Y' TO SW-TOP-HEADING
           END-IF.
      *レベルの飛び（最初の見出しはトップ見出しの有無で見る）
           IF WS-PREV-LEVEL > 0
               AND WS-HEAD-LEVEL > WS-PREV-LEVEL + 1
               ADD 1 TO WS-LEVEL-JUMPS
               MOVE WS-LINE-NO TO WS-FIND-LINE
               MOVE "HEADING LEVEL JUMP" TO WS-FIND-KIND
               MOVE SPACE TO WS-FIND-DETAIL
               STRING "level "        DELIMITED BY SIZE
                      WS-PREV-LEVEL   DELIMITED BY SIZE
                      " to "          DELIMITED BY SIZE
                      WS-HEAD-LEVEL   DELIMITED BY SIZE
                      ": "            DELIMITED BY SIZE
                      PAGE-REC(1:200) DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
           END-IF.
           MOVE WS-HEAD-LEVEL TO WS-PREV-LEVEL.
           IF WS-HEAD-LEVEL = 2
               PERFORM MAIN-140-CHECK-ANCHOR
           END-IF.
           MOVE 'Y' TO SW-SEC-OPEN.
           MOVE 'N' TO SW-SEC-CONTENT.
           MOVE WS-LINE-NO TO WS-SEC-LINE.
           MOVE WS-HEAD-LEVEL TO WS-SEC-LEVEL.
           MOVE PAGE-REC(1:200) TO WS-SEC-TEXT.
      *-------------------------------------*
      *"## "見出しのアンカーを求め、同じページの既出と比べる
      *（AUTOMANUALのページ内目次と同じ規則）
      *-------------------------------------*
       MAIN-140-CHECK-ANCHOR.
           MOVE WS-HEAD-TEXT TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-HEAD-LEN.
           MOVE WS-HEAD-TEXT TO WS-ANCHOR.
           INSPECT WS-ANCHOR CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz".
           INSPECT WS-ANCHOR(1:WS-HEAD-LEN) CONVERTING
                   " " TO "-".
           MOVE 0 TO WS-HANC-MATCH.
           PERFORM VARYING HANC-IDX FROM 1 BY 1
                     UNTIL HANC-IDX > HANC-COUNT
                        OR WS-HANC-MATCH > 0
               IF HANC-ANCHOR(HANC-IDX) = WS-ANCHOR
                   SET WS-HANC-MATCH TO HANC-IDX
               END-IF
           END-PERFORM.
           IF WS-HANC-MATCH > 0
               MOVE WS-LINE-NO TO WS-FIND-LINE
               MOVE SPACE TO WS-FIND-DETAIL
               IF HANC-TEXT(WS-HANC-MATCH) = WS-HEAD-TEXT
                   ADD 1 TO WS-DUP-ANCHORS
                   MOVE "DUPLICATE ANCHOR" TO WS-FIND-KIND
               ELSE
                   ADD 1 TO WS-COLLISIONS
                   MOVE "COLLIDING ANCHOR" TO WS-FIND-KIND
               END-IF
               MOVE WS-ANCHOR TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               STRING "#"                       DELIMITED BY SIZE
                      WS-ANCHOR(1:WS-TRIM-LEN)  DELIMITED BY SIZE
                      " also produced by line " DELIMITED BY SIZE
                      HANC-LINE(WS-HANC-MATCH)  DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
           ELSE
               IF HANC-COUNT >= 500
                   DISPLAY "AUTOHEAD: heading table full (500) - "
                           "cannot continue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HANC-COUNT
               MOVE WS-LINE-NO TO HANC-LINE(HANC-COUNT)
               MOVE WS-HEAD-TEXT TO HANC-TEXT(HANC-COUNT)
               MOVE WS-ANCHOR TO HANC-ANCHOR(HANC-COUNT)
           END-IF.
      *-------------------------------------*
      *直前の節を閉じる（本文が無ければ報告）
      *-------------------------------------*
       MAIN-150-CLOSE-SECTION.
           IF SW-SEC-OPEN = 'Y' AND SW-SEC-CONTENT = 'N'
               ADD 1 TO WS-EMPTY-SECTIONS
               MOVE WS-SEC-LINE TO WS-FIND-LINE
               MOVE "EMPTY SECTION" TO WS-FIND-KIND
               MOVE WS-SEC-TEXT TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
           END-IF.
           MOVE 'N' TO SW-SEC-OPEN.
      *-------------------------------------*
      *コードブロック内の見出し風の行
      *"## "行はページ内目次・アンカー索引・AUTOBOOK・AUTOGLOSS
      *が見出しとして拾ってしまうため、アンカーの点検にも含める
      *-------------------------------------*
       MAIN-160-FENCED-HEADING.
           ADD 1 TO WS-FENCED-HEADS.
           MOVE WS-LINE-NO TO WS-FIND-LINE.
           MOVE "HEADING IN CODE FENCE" TO WS-FIND-KIND.
           MOVE SPACE TO WS-FIND-DETAIL.
           IF WS-HEAD-LEVEL = 2
               STRING "taken as a heading by the suite: "
                                     DELIMITED BY SIZE
                      PAGE-REC(1:180) DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
           ELSE
               MOVE PAGE-REC(1:200) TO WS-FIND-DETAIL
           END-IF.
           PERFORM MAIN-200-WRITE-FINDING.
           IF WS-HEAD-LEVEL = 2
               PERFORM MAIN-140-CHECK-ANCHOR
           END-IF.
      *-------------------------------------*
      *指摘1件を書く（ページの最初の指摘の前にページ見出しを書く）
      *"  line NNNNN: 種別 - 内容" / "  page: 種別 - 内容"
      *-------------------------------------*
       MAIN-200-WRITE-FINDING.
           IF SW-PAGE-HEADED = 'N'
               MOVE SPACE TO RPT-TEXT
               STRING "### "                DELIMITED BY SIZE
                      TOC-FILENAME(TOC-IDX) DELIMITED BY SPACE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO SW-PAGE-HEADED
           END-IF.
           ADD 1 TO WS-PAGE-FINDINGS.
      *ページ全体に対する指摘は行番号の代わりに"page"と書く
           MOVE SPACE TO WS-FIND-WHERE.
           IF WS-FIND-LINE = 0
               MOVE "page" TO WS-FIND-WHERE
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
           STRING "pages-checked="     DELIMITED BY SIZE
                  WS-PAGES-CHECKED     DELIMITED BY SIZE
                  " clean="            DELIMITED BY SIZE
                  WS-PAGES-CLEAN       DELIMITED BY SIZE
                  " source-missing="   DELIMITED BY SIZE
                  WS-MISSING           DELIMITED BY SIZE
                  " no-top-heading="   DELIMITED BY SIZE
                  WS-NO-TOP            DELIMITED BY SIZE
                  " level-jumps="      DELIMITED BY SIZE
                  WS-LEVEL-JUMPS       DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "duplicate-anchors=" DELIMITED BY SIZE
                  WS-DUP-ANCHORS       DELIMITED BY SIZE
                  " colliding-anchors="
                                       DELIMITED BY SIZE
                  WS-COLLISIONS        DELIMITED BY SIZE
                  " empty-sections="   DELIMITED BY SIZE
                  WS-EMPTY-SECTIONS    DELIMITED BY SIZE
                  " fenced-headings="  DELIMITED BY SIZE
                  WS-FENCED-HEADS      DELIMITED BY SIZE
                  " unclosed-fences="  DELIMITED BY SIZE
                  WS-OPEN-FENCES       DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-PAGES-CLEAN < WS-PAGES-CHECKED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
