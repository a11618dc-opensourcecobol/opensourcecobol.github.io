       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOA11Y.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。TOC.mdに掲載されたold/配下の
      *                        各ページ本文を、画面読み上げで使える
      *                        かどうかの観点で点検し、ページと行番号
      *                        ごとに報告する。
      *                        ・代替テキストが空、またはファイル名
      *                        　そのままの画像（![](img/x.png)等）
      *                        ・リンク文字列が「こちら」「here」
      *                        　「click」等だけのリンク、URLをそのまま
      *                        　リンク文字列にしたリンク
      *                        ・見出し行（区切り行"|---|"）の無い表
      *                        ・alt属性の無いHTMLの<img>タグ
      *                        章ごとの件数も出す。承認済みの指摘は
      *                        ベースライン（A11Y-BASELINE、既定は
      *                        autoa11y_baseline.lst）に書いておけば
      *                        報告しない。今回の全指摘はベースライン
      *                        と同じ書式でautoa11y_findings.lstへ出す
      *                        ので、承認する行をそこから写せばよい。
      *                        コードブロック内の行は点検しない。
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
           SELECT    BASEFILE      ASSIGN         TO   DYNAMIC
                                                       BASELINE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   BASE-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    REPORTFILE    ASSIGN         TO   DYNAMIC
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RPT-STS.
           SELECT    FINDFILE      ASSIGN         TO   DYNAMIC
                                                       FINDINGS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   FIND-STS.
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
       FD  BASEFILE.
       01  BASE-LINE               PIC X(400).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(400).
       FD  FINDFILE.
       01  FIND-LINE               PIC X(400).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  BASE-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  FIND-STS                 PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  BASELINE-PATH            PIC X(256)
                                    VALUE "autoa11y_baseline.lst".
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoa11y_report.log".
       01  FINDINGS-PATH            PIC X(256)
                                    VALUE "autoa11y_findings.lst".
       01  WS-RUN-DATE              PIC X(08).
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *除外リスト（対象外のページ）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           PIC X(250) OCCURS 200 TIMES
                                     INDEXED BY EXCL-IDX.
       01  EXCL-COUNT               PIC 9(03) COMP VALUE 0.
       01  EXCL-REC                 PIC X(250).
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
      *TOC.mdのページ名と所属する章（章表の添字）
       01  TOC-TABLE.
           05  TOC-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
               10  TOC-FILENAME     PIC X(250).
               10  TOC-CHAP-IX      PIC 9(04) COMP.
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
       01  TOC-CUR-CHAP-IX          PIC 9(04) COMP VALUE 0.
      *章ごとの件数
       01  CHAP-TABLE.
           05  CHAP-ENTRY           OCCURS 500 TIMES
                                     INDEXED BY CHAP-IDX.
               10  CHAP-NAME        PIC X(80).
               10  CHAP-VIOL        PIC 9(05).
               10  CHAP-ACCEPTED    PIC 9(05).
       01  CHAP-COUNT               PIC 9(04) COMP VALUE 0.
      *ベースライン（承認済みの指摘「ページ 種別 内容」）
       01  BASE-TABLE.
           05  BASE-ENTRY           OCCURS 3000 TIMES
                                     INDEXED BY BASE-IDX.
               10  BASE-KEY         PIC X(400).
               10  BASE-HIT         PIC X.
       01  BASE-COUNT               PIC 9(04) COMP VALUE 0.
      *ページ走査の状態
       01  WS-PAGE-NAME             PIC X(250).
       01  WS-CHAP-IX               PIC 9(04) COMP.
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-IN-FENCE              PIC X       VALUE 'N'.
       01  SW-PAGE-HEADED           PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
       01  WS-LEAD                  PIC 9(02) COMP.
      *点検する1行（先頭2000バイト）と英小文字化した写し
       01  WS-LINE                  PIC X(2000).
       01  WS-LOWER                 PIC X(2000).
       01  WS-LINE-LEN              PIC 9(05) COMP.
       01  WS-REC-LEN               PIC 9(05) COMP.
       01  WS-BLK                   PIC 9(03) COMP.
       01  WS-BLK-START             PIC 9(05) COMP.
       01  WS-CHR                   PIC 9(05) COMP.
      *リンク・画像の取り出し
       01  WS-SCAN-POS              PIC 9(05) COMP.
       01  WS-SCAN-REST             PIC 9(05) COMP.
       01  WS-SEG-LEN               PIC 9(05) COMP.
       01  WS-TGT-LEN               PIC 9(05) COMP.
       01  WS-MARK-POS              PIC 9(05) COMP.
       01  WS-OPEN-POS              PIC 9(05) COMP.
       01  WS-TEXT-LEN              PIC 9(05) COMP.
       01  SW-IMAGE                 PIC X       VALUE 'N'.
       01  WS-LINK-TEXT             PIC X(250).
       01  WS-TARGET                PIC X(250).
       01  WS-TARGET-LOW            PIC X(250).
       01  WS-BASENAME              PIC X(250).
       01  WS-STEM                  PIC X(250).
       01  WS-NESTED                PIC 9(03) COMP.
      *表の状態
       01  TBL-ROWS                 PIC 9(05) COMP VALUE 0.
       01  TBL-START-LINE           PIC 9(05)  VALUE 0.
       01  TBL-FIRST-ROW            PIC X(60).
       01  SW-DELIM-ROW             PIC X       VALUE 'N'.
       01  WS-DELIM-CHARS           PIC 9(05) COMP.
       01  WS-DASHES                PIC 9(05) COMP.
      *<img>タグの状態（タグが複数行にまたがる場合に持ち越す）
       01  SW-IN-IMG                PIC X       VALUE 'N'.
       01  SW-IMG-ALT               PIC X       VALUE 'N'.
       01  WS-IMG-LINE              PIC 9(05)  VALUE 0.
       01  WS-IMG-SRC               PIC X(200).
       01  WS-TAG-FROM              PIC 9(05) COMP.
       01  WS-TAG-LEN               PIC 9(05) COMP.
       01  WS-TAG-END               PIC 9(05) COMP.
       01  WS-ALT-HITS              PIC 9(03) COMP.
       01  WS-SRC-POS               PIC 9(05) COMP.
       01  WS-SRC-LEN               PIC 9(05) COMP.
       01  WS-SRC-REST              PIC 9(05) COMP.
      *指摘1件
       01  WS-KIND                  PIC X(20).
       01  WS-DETAIL                PIC X(200).
       01  WS-FIND-LINE             PIC 9(05).
       01  WS-FIND-KEY              PIC X(400).
       01  SW-ACCEPTED              PIC X       VALUE 'N'.
      *文字列の長さ
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
       01  WS-PREVIEW-LEN           PIC 9(02) COMP.
      *件数集計
       01  WS-PAGES-CHECKED         PIC 9(05)  VALUE 0.
       01  WS-VIOLATIONS            PIC 9(05)  VALUE 0.
       01  WS-ACCEPTED              PIC 9(05)  VALUE 0.
       01  WS-STALE                 PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  WS-CNT-ALT-EMPTY         PIC 9(05)  VALUE 0.
       01  WS-CNT-ALT-FILE          PIC 9(05)  VALUE 0.
       01  WS-CNT-VAGUE             PIC 9(05)  VALUE 0.
       01  WS-CNT-URL-TEXT          PIC 9(05)  VALUE 0.
       01  WS-CNT-TABLE             PIC 9(05)  VALUE 0.
       01  WS-CNT-IMG-TAG           PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(400).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-BASELINE.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOA11Y accessibility report" TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing to check"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           OPEN OUTPUT FINDFILE.
           MOVE SPACE TO RPT-TEXT.
           STRING "* AUTOA11Y findings - run " DELIMITED BY SIZE
                  WS-RUN-DATE                  DELIMITED BY SIZE
                  " (page kind detail)"        DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO FIND-LINE.
           WRITE FIND-LINE.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               PERFORM MAIN-100-CHECK-ONE-PAGE THRU MAIN-100-EXIT
           END-PERFORM.
           CLOSE FINDFILE.
           PERFORM MAIN-600-WRITE-CHAPTERS.
           PERFORM MAIN-650-WRITE-STALE.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルからベースラインのパスを読み込む
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
                           IF CFG-KEY = "A11Y-BASELINE"
                              AND CFG-VALUE NOT = SPACE
                              MOVE CFG-VALUE TO BASELINE-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
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
      *TOC.mdの読込（ページ名と所属する章）
      *-------------------------------------*
       MAIN-020-LOAD-TOC.
           MOVE 0 TO TOC-CUR-CHAP-IX.
           OPEN INPUT TOCFILE.
           IF TOC-STS = "00"
               PERFORM UNTIL TOC-STS NOT = ZERO
                   READ TOCFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE TOC-LINE TO TOC-REC
                        IF TOC-REC(1:3) = "## "
                            PERFORM MAIN-025-ADD-CHAPTER
                            MOVE TOC-REC(4:) TO CHAP-NAME(CHAP-COUNT)
                        END-IF
                        IF TOC-REC(1:3) = "- ["
                           IF TOC-COUNT >= 2000
                               DISPLAY "AUTOA11Y: TOC table full "
                                       "(2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF TOC-CUR-CHAP-IX = 0
                               PERFORM MAIN-025-ADD-CHAPTER
                               MOVE "(no chapter)"
                                    TO CHAP-NAME(CHAP-COUNT)
                           END-IF
                           UNSTRING TOC-REC DELIMITED BY "]("
                                    INTO TOC-PART1 TOC-PART2
                           UNSTRING TOC-PART2 DELIMITED BY ")"
                                    INTO TOC-PART2
                           ADD 1 TO TOC-COUNT
                           MOVE TOC-PART2 TO TOC-FILENAME(TOC-COUNT)
                           MOVE TOC-CUR-CHAP-IX
                                TO TOC-CHAP-IX(TOC-COUNT)
                        END-IF
               END-PERFORM
               CLOSE TOCFILE
           END-IF.
      *-------------------------------------*
       MAIN-025-ADD-CHAPTER.
           IF CHAP-COUNT >= 500
               DISPLAY "AUTOA11Y: chapter table full (500) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CHAP-COUNT.
           MOVE SPACE TO CHAP-NAME(CHAP-COUNT).
           MOVE 0 TO CHAP-VIOL(CHAP-COUNT) CHAP-ACCEPTED(CHAP-COUNT).
           MOVE CHAP-COUNT TO TOC-CUR-CHAP-IX.
      *-------------------------------------*
      *ベースラインの読込（無ければ全指摘を報告する）
      *-------------------------------------*
       MAIN-030-LOAD-BASELINE.
           OPEN INPUT BASEFILE.
           IF BASE-STS = "00"
               PERFORM UNTIL BASE-STS NOT = ZERO
                   READ BASEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF BASE-LINE NOT = SPACE
                           AND BASE-LINE(1:1) NOT = "*"
                           IF BASE-COUNT >= 3000
                               DISPLAY "AUTOA11Y: baseline table "
                                       "full (3000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BASE-COUNT
                           MOVE BASE-LINE TO BASE-KEY(BASE-COUNT)
                           MOVE 'N' TO BASE-HIT(BASE-COUNT)
                        END-IF
               END-PERFORM
               CLOSE BASEFILE
           END-IF.
      *-------------------------------------*
      *1ページ分の点検
      *-------------------------------------*
       MAIN-100-CHECK-ONE-PAGE.
           MOVE TOC-FILENAME(TOC-IDX) TO WS-PAGE-NAME.
           MOVE TOC-CHAP-IX(TOC-IDX) TO WS-CHAP-IX.
           MOVE 'N' TO SW-EXCLUDED.
           PERFORM VARYING EXCL-IDX FROM 1 BY 1
                     UNTIL EXCL-IDX > EXCL-COUNT
               IF EXCL-ENTRY(EXCL-IDX) = WS-PAGE-NAME
                   MOVE 'Y' TO SW-EXCLUDED
               END-IF
           END-PERFORM.
           IF SW-EXCLUDED = 'Y'
               GO TO MAIN-100-EXIT
           END-IF.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "old/"        DELIMITED BY SIZE
                  WS-PAGE-NAME  DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN SW-IN-FENCE
                       SW-PAGE-HEADED SW-IN-IMG.
           MOVE 0 TO WS-LINE-NO TBL-ROWS.
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
                        PERFORM MAIN-110-CHECK-LINE THRU MAIN-110-EXIT
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           IF SW-FILE-READ = 'N'
               ADD 1 TO WS-MISSING
               MOVE SPACE TO RPT-TEXT
               STRING "### "        DELIMITED BY SIZE
                      WS-PAGE-NAME  DELIMITED BY SPACE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  page: SOURCE MISSING - not checked" TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-100-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-CHECKED.
      *ページ末尾で閉じていない<img>タグ
           IF SW-IN-IMG = 'Y' AND SW-IMG-ALT = 'N'
               MOVE WS-IMG-LINE TO WS-FIND-LINE
               MOVE "HTML-IMG-NO-ALT" TO WS-KIND
               MOVE WS-IMG-SRC TO WS-DETAIL
               PERFORM MAIN-500-RECORD-FINDING THRU MAIN-500-EXIT
           END-IF.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1行分の点検
      *フロントマター（1行目の"---"から次の"---"まで）と
      *コードブロック（```または~~~、行頭の空白3桁まで）は読み飛ばす
      *-------------------------------------*
       MAIN-110-CHECK-LINE.
           IF WS-LINE-NO = 1
               AND PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
               MOVE 'Y' TO SW-FM-OPEN
               GO TO MAIN-110-EXIT
           END-IF.
           IF SW-FM-OPEN = 'Y'
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'N' TO SW-FM-OPEN
               END-IF
               GO TO MAIN-110-EXIT
           END-IF.
           MOVE 1 TO WS-LEAD.
           PERFORM UNTIL WS-LEAD > 4
                         OR PAGE-REC(WS-LEAD:1) NOT = SPACE
               ADD 1 TO WS-LEAD
           END-PERFORM.
           IF WS-LEAD <= 4
               IF PAGE-REC(WS-LEAD:3) = "```"
                  OR PAGE-REC(WS-LEAD:3) = "~~~"
                   MOVE 0 TO TBL-ROWS
                   IF SW-IN-FENCE = 'Y'
                       MOVE 'N' TO SW-IN-FENCE
                   ELSE
                       MOVE 'Y' TO SW-IN-FENCE
                   END-IF
                   GO TO MAIN-110-EXIT
               END-IF
           END-IF.
           IF SW-IN-FENCE = 'Y'
               GO TO MAIN-110-EXIT
           END-IF.
           PERFORM MAIN-115-CALC-REC-LEN.
           MOVE WS-REC-LEN TO WS-LINE-LEN.
           IF WS-LINE-LEN > 2000
               MOVE 2000 TO WS-LINE-LEN
           END-IF.
           MOVE PAGE-REC(1:2000) TO WS-LINE.
           MOVE WS-LINE TO WS-LOWER.
           INSPECT WS-LOWER CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                    TO "abcdefghijklmnopqrstuvwxyz".
           PERFORM MAIN-120-CHECK-TABLE THRU MAIN-120-EXIT.
           IF WS-LINE-LEN = 0
               GO TO MAIN-110-EXIT
           END-IF.
           PERFORM MAIN-130-CHECK-LINKS.
           PERFORM MAIN-150-CHECK-AUTOLINKS.
           PERFORM MAIN-160-CHECK-IMG-TAGS.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-REC（50000桁）の末尾空白を除いた長さを求める
      *500桁単位の塊で後ろから当たりを付けてから細かく調べる
      *-------------------------------------*
       MAIN-115-CALC-REC-LEN.
           MOVE 0 TO WS-REC-LEN.
           PERFORM VARYING WS-BLK FROM 100 BY -1
                     UNTIL WS-BLK < 1 OR WS-REC-LEN > 0
               COMPUTE WS-BLK-START = (WS-BLK - 1) * 500 + 1
               IF PAGE-REC(WS-BLK-START:500) NOT = SPACE
                   COMPUTE WS-CHR = WS-BLK-START + 499
                   PERFORM UNTIL WS-CHR < WS-BLK-START
                                 OR PAGE-REC(WS-CHR:1) NOT = SPACE
                       SUBTRACT 1 FROM WS-CHR
                   END-PERFORM
                   MOVE WS-CHR TO WS-REC-LEN
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *表の見出し行の点検
      *"|"で始まる行が続く範囲を1つの表とみなし、2行目が区切り行
      *（"|"・"-"・":"・空白だけで"-"を含む行）でなければ、または
      *1行目がいきなり区切り行なら、見出し行の無い表として報告する
      *（1行だけの"|"行は表として扱わない）
      *-------------------------------------*
       MAIN-120-CHECK-TABLE.
           MOVE 1 TO WS-LEAD.
           PERFORM UNTIL WS-LEAD > 4
                         OR WS-LINE(WS-LEAD:1) NOT = SPACE
               ADD 1 TO WS-LEAD
           END-PERFORM.
           IF WS-LINE-LEN = 0 OR WS-LEAD > 4
              OR WS-LINE(WS-LEAD:1) NOT = "|"
               MOVE 0 TO TBL-ROWS
               GO TO MAIN-120-EXIT
           END-IF.
           ADD 1 TO TBL-ROWS.
           IF TBL-ROWS > 2
               GO TO MAIN-120-EXIT
           END-IF.
           MOVE 0 TO WS-DELIM-CHARS WS-DASHES.
           INSPECT WS-LINE(1:WS-LINE-LEN) TALLYING
                   WS-DELIM-CHARS FOR ALL "|" ALL "-" ALL ":" ALL " ".
           INSPECT WS-LINE(1:WS-LINE-LEN) TALLYING
                   WS-DASHES FOR ALL "-".
           IF WS-DELIM-CHARS = WS-LINE-LEN AND WS-DASHES > 0
               MOVE 'Y' TO SW-DELIM-ROW
           ELSE
               MOVE 'N' TO SW-DELIM-ROW
           END-IF.
           IF TBL-ROWS = 1
               MOVE WS-LINE-NO TO TBL-START-LINE
               MOVE SPACE TO TBL-FIRST-ROW
               MOVE 60 TO WS-PREVIEW-LEN
               PERFORM UNTIL WS-PREVIEW-LEN = 1
                         OR WS-LINE(WS-LEAD + WS-PREVIEW-LEN:1) < X"80"
                         OR WS-LINE(WS-LEAD + WS-PREVIEW-LEN:1) > X"BF"
                   SUBTRACT 1 FROM WS-PREVIEW-LEN
               END-PERFORM
               MOVE WS-LINE(WS-LEAD:WS-PREVIEW-LEN) TO TBL-FIRST-ROW
               IF SW-DELIM-ROW = 'N'
                   GO TO MAIN-120-EXIT
               END-IF
           ELSE
               IF SW-DELIM-ROW = 'Y'
                   GO TO MAIN-120-EXIT
               END-IF
           END-IF.
           MOVE TBL-START-LINE TO WS-FIND-LINE.
           MOVE "TABLE-NO-HEADER" TO WS-KIND.
           MOVE TBL-FIRST-ROW TO WS-DETAIL.
           PERFORM MAIN-500-RECORD-FINDING THRU MAIN-500-EXIT.
      *同じ表を3行目以降で再び報告しない
           MOVE 3 TO TBL-ROWS.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *"[文字列](リンク先)"と"![代替テキスト](画像)"の点検
      *"]("の位置から手前の"["を探して文字列を取り出す
      *-------------------------------------*
       MAIN-130-CHECK-LINKS.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS >= WS-LINE-LEN
               COMPUTE WS-SCAN-REST = WS-LINE-LEN - WS-SCAN-POS + 1
               MOVE 0 TO WS-SEG-LEN
               INSPECT WS-LINE(WS-SCAN-POS:WS-SCAN-REST)
                       TALLYING WS-SEG-LEN
                       FOR CHARACTERS BEFORE INITIAL "]("
               IF WS-SEG-LEN >= WS-SCAN-REST - 1
                   MOVE WS-LINE-LEN TO WS-SCAN-POS
               ELSE
                   COMPUTE WS-MARK-POS = WS-SCAN-POS + WS-SEG-LEN
                   COMPUTE WS-SCAN-POS = WS-MARK-POS + 2
                   COMPUTE WS-SCAN-REST = WS-LINE-LEN - WS-SCAN-POS + 1
                   MOVE 0 TO WS-TGT-LEN
                   IF WS-SCAN-REST > 0
                       INSPECT WS-LINE(WS-SCAN-POS:WS-SCAN-REST)
                               TALLYING WS-TGT-LEN
                               FOR CHARACTERS BEFORE INITIAL ")"
                   END-IF
                   IF WS-TGT-LEN < WS-SCAN-REST
                      AND WS-TGT-LEN <= 250
                       MOVE SPACE TO WS-TARGET
                       IF WS-TGT-LEN > 0
                           MOVE WS-LINE(WS-SCAN-POS:WS-TGT-LEN)
                                TO WS-TARGET
                       END-IF
                       PERFORM MAIN-135-ONE-LINK THRU MAIN-135-EXIT
                   END-IF
                   COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-TGT-LEN + 1
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *リンク1件（"]("はWS-MARK-POS、リンク先はWS-TARGET）
      *-------------------------------------*
       MAIN-135-ONE-LINK.
           MOVE 0 TO WS-OPEN-POS.
           PERFORM VARYING WS-CHR FROM WS-MARK-POS BY -1
                     UNTIL WS-CHR < 1 OR WS-OPEN-POS > 0
               IF WS-LINE(WS-CHR:1) = "["
                   MOVE WS-CHR TO WS-OPEN-POS
               END-IF
           END-PERFORM.
           IF WS-OPEN-POS = 0
               GO TO MAIN-135-EXIT
           END-IF.
           COMPUTE WS-TEXT-LEN = WS-MARK-POS - WS-OPEN-POS - 1.
           IF WS-TEXT-LEN > 250
               GO TO MAIN-135-EXIT
           END-IF.
           MOVE SPACE TO WS-LINK-TEXT.
           IF WS-TEXT-LEN > 0
               MOVE WS-LOWER(WS-OPEN-POS + 1:WS-TEXT-LEN)
                    TO WS-LINK-TEXT
           END-IF.
      *画像を包んだリンク（[![...](画像)](リンク先)）の外側は見ない
      *（内側の画像は先に点検済み）
           MOVE 0 TO WS-NESTED.
           INSPECT WS-LINK-TEXT TALLYING WS-NESTED FOR ALL "](".
           IF WS-NESTED > 0
               GO TO MAIN-135-EXIT
           END-IF.
      *リンク先の後ろのタイトル（"..."）は落とす
           UNSTRING WS-TARGET DELIMITED BY SPACE INTO WS-TARGET.
           MOVE 'N' TO SW-IMAGE.
           IF WS-OPEN-POS > 1
               IF WS-LINE(WS-OPEN-POS - 1:1) = "!"
                   MOVE 'Y' TO SW-IMAGE
               END-IF
           END-IF.
           MOVE WS-LINK-TEXT TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-LINE-NO TO WS-FIND-LINE.
           IF SW-IMAGE = 'Y'
               PERFORM MAIN-140-CHECK-ALT THRU MAIN-140-EXIT
               GO TO MAIN-135-EXIT
           END-IF.
      *URLをそのまま文字列にしたリンク
           IF WS-LINK-TEXT(1:7) = "http://"
              OR WS-LINK-TEXT(1:8) = "https://"
              OR WS-LINK-TEXT(1:4) = "www."
               MOVE "URL-LINK-TEXT" TO WS-KIND
               MOVE WS-TARGET TO WS-DETAIL
               PERFORM MAIN-500-RECORD-FINDING THRU MAIN-500-EXIT
               GO TO MAIN-135-EXIT
           END-IF.
      *行き先の分からないリンク文字列
           IF WS-LINK-TEXT = "こちら"
              OR WS-LINK-TEXT = "ここ"
              OR WS-LINK-TEXT = "here"
              OR WS-LINK-TEXT = "click"
              OR WS-LINK-TEXT = "click here"
              OR WS-LINK-TEXT = "こちらをクリック"
              OR WS-LINK-TEXT = "ここをクリック"
               MOVE "VAGUE-LINK-TEXT" TO WS-KIND
               MOVE SPACE TO WS-DETAIL
               STRING WS-LINK-TEXT(1:WS-TRIM-LEN) DELIMITED BY SIZE
                      " -> "                      DELIMITED BY SIZE
                      WS-TARGET                   DELIMITED BY SPACE
                      INTO WS-DETAIL
               PERFORM MAIN-500-RECORD-FINDING THRU MAIN-500-EXIT
           END-IF.
       MAIN-135-EXIT.
           CONTINUE.
      *-------------------------------------*
      *画像の代替テキストの点検
      *空、または画像のファイル名（拡張子の有無は問わない）と同じ
      *-------------------------------------*
       MAIN-140-CHECK-ALT.
           IF WS-LINK-TEXT = SPACE
               MOVE "IMG-ALT-EMPTY" TO WS-KIND
               MOVE WS-TARGET TO WS-DETAIL
               PERFORM MAIN-500-RECORD-FINDING THRU MAIN-500-EXIT
               GO TO MAIN-140-EXIT
           END-IF.
           MOVE WS-TARGET TO WS-TARGET-LOW.
           INSPECT WS-TARGET-LOW
                   CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           TO "abcdefghijklmnopqrstuvwxyz".
           MOVE WS-TARGET-LOW TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
      *最後の"/"より後ろがファイル名
           MOVE 0 TO WS-OPEN-POS.
           PERFORM VARYING WS-CHR FROM WS-TRIM-LEN BY -1
                     UNTIL WS-CHR < 1 OR WS-OPEN-POS > 0
               IF WS-TARGET-LOW(WS-CHR:1) = "/"
                   MOVE WS-CHR TO WS-OPEN-POS
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-BASENAME WS-STEM.
           IF WS-OPEN-POS < WS-TRIM-LEN
               MOVE WS-TARGET-LOW(WS-OPEN-POS + 1:
                                  WS-TRIM-LEN - WS-OPEN-POS)
                    TO WS-BASENAME
           END-IF.
      *最後の"."より前が拡張子を除いた名前
           MOVE WS-BASENAME TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE 0 TO WS-OPEN-POS.
           PERFORM VARYING WS-CHR FROM WS-TRIM-LEN BY -1
                     UNTIL WS-CHR < 2 OR WS-OPEN-POS > 0
               IF WS-BASENAME(WS-CHR:1) = "."
                   MOVE WS-CHR TO WS-OPEN-POS
               END-IF
           END-PERFORM.
           IF WS-OPEN-POS > 0
               MOVE WS-BASENAME(1:WS-OPEN-POS - 1) TO WS-STEM
           END-IF.
           IF WS-LINK-TEXT = WS-BASENAME
              OR (WS-STEM NOT = SPACE AND WS-LINK-TEXT = WS-STEM)
               MOVE "IMG-ALT-FILENAME" TO WS-KIND
               MOVE WS-TARGET TO WS-DETAIL
               PERFORM MAIN-500-RECORD-FINDING THRU MAIN-500-EXIT
           END-IF.
       MAIN-140-EXIT.
           CONTINUE.
      *-------------------------------------*
      *"<http://...>"形式の自動リンク（URLがそのまま文字列になる）
      *-------------------------------------*
       MAIN-150-CHECK-AUTOLINKS.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS >= WS-LINE-LEN
               COMPUTE WS-SCAN-REST = WS-LINE-LEN - WS-SCAN-POS + 1
               MOVE 0 TO WS-SEG-LEN
               INSPECT WS-LOWER(WS-SCAN-POS:WS-SCAN-REST)
                       TALLYING WS-SEG-LEN
                       FOR CHARACTERS BEFORE INITIAL "<http"
               IF WS-SEG-LEN >= WS-SCAN-REST - 4
                   MOVE WS-LINE-LEN TO WS-SCAN-POS
               ELSE
                   COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-SEG-LEN + 1
                   COMPUTE WS-SCAN-REST = WS-LINE-LEN - WS-SCAN-POS + 1
                   MOVE 0 TO WS-TGT-LEN
                   INSPECT WS-LINE(WS-SCAN-POS:WS-SCAN-REST)
                           TALLYING WS-TGT-LEN
                           FOR CHARACTERS BEFORE INITIAL ">"
                   IF WS-TGT-LEN < WS-SCAN-REST
                      AND WS-TGT-LEN <= 200
                      AND (WS-LOWER(WS-SCAN-POS:7) = "http://"
                           OR WS-LOWER(WS-SCAN-POS:8) = "https://")
                       MOVE WS-LINE-NO TO WS-FIND-LINE
                       MOVE "URL-LINK-TEXT" TO WS-KIND
                       MOVE SPACE TO WS-DETAIL
                       MOVE WS-LINE(WS-SCAN-POS:WS-TGT-LEN)
                            TO WS-DETAIL
                       PERFORM MAIN-500-RECORD-FINDING
                               THRU MAIN-500-EXIT
                   END-IF
                   COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-TGT-LEN
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *HTMLの<img>タグのalt属性の有無
      *タグが行をまたぐ場合は">"が現れる行まで持ち越す
      *-------------------------------------*
       MAIN-160-CHECK-IMG-TAGS.
           MOVE 1 TO WS-SCAN-POS.
           IF SW-IN-IMG = 'Y'
               MOVE 1 TO WS-TAG-FROM
               PERFORM MAIN-170-SCAN-TAG-PART THRU MAIN-170-EXIT
           END-IF.
           PERFORM UNTIL WS-SCAN-POS >= WS-LINE-LEN
               COMPUTE WS-SCAN-REST = WS-LINE-LEN - WS-SCAN-POS + 1
               MOVE 0 TO WS-SEG-LEN
               INSPECT WS-LOWER(WS-SCAN-POS:WS-SCAN-REST)
                       TALLYING WS-SEG-LEN
                       FOR CHARACTERS BEFORE INITIAL "<img"
               IF WS-SEG-LEN >= WS-SCAN-REST - 3
                   MOVE WS-LINE-LEN TO WS-SCAN-POS
               ELSE
                   COMPUTE WS-TAG-FROM = WS-SCAN-POS + WS-SEG-LEN + 4
                   IF WS-TAG-FROM > WS-LINE-LEN
                      OR WS-LOWER(WS-TAG-FROM:1) = SPACE
                      OR WS-LOWER(WS-TAG-FROM:1) = ">"
                      OR WS-LOWER(WS-TAG-FROM:1) = "/"
                       MOVE 'Y' TO SW-IN-IMG
                       MOVE 'N' TO SW-IMG-ALT
                       MOVE WS-LINE-NO TO WS-IMG-LINE
                       MOVE SPACE TO WS-IMG-SRC
                       PERFORM MAIN-170-SCAN-TAG-PART
                               THRU MAIN-170-EXIT
                   ELSE
                       MOVE WS-TAG-FROM TO WS-SCAN-POS
                   END-IF
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *タグの一部（WS-TAG-FROMから">"まで、無ければ行末まで）を調べ、
      *タグが閉じたら指摘を判定してWS-SCAN-POSを">"の次へ進める
      *-------------------------------------*
       MAIN-170-SCAN-TAG-PART.
           IF WS-TAG-FROM > WS-LINE-LEN
               MOVE WS-LINE-LEN TO WS-SCAN-POS
               GO TO MAIN-170-EXIT
           END-IF.
           COMPUTE WS-SCAN-REST = WS-LINE-LEN - WS-TAG-FROM + 1.
           MOVE 0 TO WS-TAG-LEN.
           INSPECT WS-LOWER(WS-TAG-FROM:WS-SCAN-REST)
                   TALLYING WS-TAG-LEN
                   FOR CHARACTERS BEFORE INITIAL ">".
      *属性名の前は空白（行頭なら前の行の改行）
           MOVE 0 TO WS-ALT-HITS.
           IF WS-TAG-LEN > 0
               INSPECT WS-LOWER(WS-TAG-FROM:WS-TAG-LEN)
                       TALLYING WS-ALT-HITS FOR ALL " alt="
               IF WS-TAG-FROM = 1 AND WS-LOWER(1:4) = "alt="
                   ADD 1 TO WS-ALT-HITS
               END-IF
           END-IF.
           IF WS-ALT-HITS > 0
               MOVE 'Y' TO SW-IMG-ALT
           END-IF.
           IF WS-IMG-SRC = SPACE AND WS-TAG-LEN > 5
               PERFORM MAIN-175-PICK-SRC
           END-IF.
           IF WS-TAG-LEN >= WS-SCAN-REST
      *この行では閉じない
               MOVE WS-LINE-LEN TO WS-SCAN-POS
               GO TO MAIN-170-EXIT
           END-IF.
           MOVE 'N' TO SW-IN-IMG.
           COMPUTE WS-SCAN-POS = WS-TAG-FROM + WS-TAG-LEN + 1.
           IF SW-IMG-ALT = 'N'
               MOVE WS-IMG-LINE TO WS-FIND-LINE
               MOVE "HTML-IMG-NO-ALT" TO WS-KIND
               MOVE WS-IMG-SRC TO WS-DETAIL
               PERFORM MAIN-500-RECORD-FINDING THRU MAIN-500-EXIT
           END-IF.
       MAIN-170-EXIT.
           CONTINUE.
      *-------------------------------------*
      *タグの一部からsrc="..."の値を取り出す（指摘の内容に使う）
      *-------------------------------------*
       MAIN-175-PICK-SRC.
           MOVE 0 TO WS-SEG-LEN.
           INSPECT WS-LOWER(WS-TAG-FROM:WS-TAG-LEN)
                   TALLYING WS-SEG-LEN FOR CHARACTERS
                   BEFORE INITIAL "src=".
           IF WS-SEG-LEN < WS-TAG-LEN - 5
               COMPUTE WS-SRC-POS = WS-TAG-FROM + WS-SEG-LEN + 5
               COMPUTE WS-TAG-END = WS-TAG-FROM + WS-TAG-LEN
               COMPUTE WS-SRC-REST = WS-TAG-END - WS-SRC-POS
               MOVE 0 TO WS-SRC-LEN
               IF WS-SRC-REST > 0
                   INSPECT WS-LINE(WS-SRC-POS:WS-SRC-REST)
                           TALLYING WS-SRC-LEN FOR CHARACTERS
                           BEFORE INITIAL '"'
               END-IF
               IF WS-SRC-LEN > 0 AND WS-SRC-LEN <= 200
                   MOVE WS-LINE(WS-SRC-POS:WS-SRC-LEN) TO WS-IMG-SRC
               END-IF
           END-IF.
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
      *指摘1件の記録（WS-FIND-LINE・WS-KIND・WS-DETAIL）
      *全指摘を一覧へ書き、ベースラインに無いものだけ報告する
      *-------------------------------------*
       MAIN-500-RECORD-FINDING.
           IF WS-DETAIL = SPACE
               MOVE "-" TO WS-DETAIL
           END-IF.
           MOVE SPACE TO WS-FIND-KEY.
           STRING WS-PAGE-NAME  DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  WS-KIND       DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  WS-DETAIL     DELIMITED BY SIZE
                  INTO WS-FIND-KEY.
           MOVE WS-FIND-KEY TO FIND-LINE.
           WRITE FIND-LINE.
           MOVE 'N' TO SW-ACCEPTED.
           PERFORM VARYING BASE-IDX FROM 1 BY 1
                     UNTIL BASE-IDX > BASE-COUNT
                        OR SW-ACCEPTED = 'Y'
               IF BASE-KEY(BASE-IDX) = WS-FIND-KEY
                   MOVE 'Y' TO SW-ACCEPTED
                   MOVE 'Y' TO BASE-HIT(BASE-IDX)
               END-IF
           END-PERFORM.
           IF SW-ACCEPTED = 'Y'
               ADD 1 TO WS-ACCEPTED
               ADD 1 TO CHAP-ACCEPTED(WS-CHAP-IX)
               GO TO MAIN-500-EXIT
           END-IF.
           ADD 1 TO WS-VIOLATIONS.
           ADD 1 TO CHAP-VIOL(WS-CHAP-IX).
           EVALUATE WS-KIND
               WHEN "IMG-ALT-EMPTY"
                   ADD 1 TO WS-CNT-ALT-EMPTY
               WHEN "IMG-ALT-FILENAME"
                   ADD 1 TO WS-CNT-ALT-FILE
               WHEN "VAGUE-LINK-TEXT"
                   ADD 1 TO WS-CNT-VAGUE
               WHEN "URL-LINK-TEXT"
                   ADD 1 TO WS-CNT-URL-TEXT
               WHEN "TABLE-NO-HEADER"
                   ADD 1 TO WS-CNT-TABLE
               WHEN OTHER
                   ADD 1 TO WS-CNT-IMG-TAG
           END-EVALUATE.
           IF SW-PAGE-HEADED = 'N'
               MOVE 'Y' TO SW-PAGE-HEADED
               MOVE SPACE TO RPT-TEXT
               STRING "### "        DELIMITED BY SIZE
                      WS-PAGE-NAME  DELIMITED BY SPACE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACE TO RPT-TEXT.
           STRING "  line "      DELIMITED BY SIZE
                  WS-FIND-LINE   DELIMITED BY SIZE
                  ": "           DELIMITED BY SIZE
                  WS-KIND        DELIMITED BY SPACE
                  " - "          DELIMITED BY SIZE
                  WS-DETAIL      DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
       MAIN-500-EXIT.
           CONTINUE.
      *-------------------------------------*
      *章ごとの件数
      *-------------------------------------*
       MAIN-600-WRITE-CHAPTERS.
           MOVE "## violations by chapter" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING CHAP-IDX FROM 1 BY 1
                     UNTIL CHAP-IDX > CHAP-COUNT
               MOVE SPACE TO RPT-TEXT
               STRING "  violations="       DELIMITED BY SIZE
                      CHAP-VIOL(CHAP-IDX)     DELIMITED BY SIZE
                      " accepted="            DELIMITED BY SIZE
                      CHAP-ACCEPTED(CHAP-IDX) DELIMITED BY SIZE
                      " : "                   DELIMITED BY SIZE
                      CHAP-NAME(CHAP-IDX)     DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
      *-------------------------------------*
      *もう現れないベースラインの行（直った指摘は削ってよい）
      *-------------------------------------*
       MAIN-650-WRITE-STALE.
           PERFORM VARYING BASE-IDX FROM 1 BY 1
                     UNTIL BASE-IDX > BASE-COUNT
               IF BASE-HIT(BASE-IDX) = 'N'
                   ADD 1 TO WS-STALE
                   IF WS-STALE = 1
                       MOVE "## baseline entries no longer found"
                            TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   MOVE SPACE TO RPT-TEXT
                   STRING "  "                DELIMITED BY SIZE
                          BASE-KEY(BASE-IDX)  DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages-checked="      DELIMITED BY SIZE
                  WS-PAGES-CHECKED      DELIMITED BY SIZE
                  " violations="        DELIMITED BY SIZE
                  WS-VIOLATIONS         DELIMITED BY SIZE
                  " accepted="          DELIMITED BY SIZE
                  WS-ACCEPTED           DELIMITED BY SIZE
                  " stale-baseline="    DELIMITED BY SIZE
                  WS-STALE              DELIMITED BY SIZE
                  " source-missing="    DELIMITED BY SIZE
                  WS-MISSING            DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "img-alt-empty="      DELIMITED BY SIZE
                  WS-CNT-ALT-EMPTY      DELIMITED BY SIZE
                  " img-alt-filename="  DELIMITED BY SIZE
                  WS-CNT-ALT-FILE       DELIMITED BY SIZE
                  " vague-link-text="   DELIMITED BY SIZE
                  WS-CNT-VAGUE          DELIMITED BY SIZE
                  " url-link-text="     DELIMITED BY SIZE
                  WS-CNT-URL-TEXT       DELIMITED BY SIZE
                  " table-no-header="   DELIMITED BY SIZE
                  WS-CNT-TABLE          DELIMITED BY SIZE
                  " html-img-no-alt="   DELIMITED BY SIZE
                  WS-CNT-IMG-TAG        DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-VIOLATIONS > 0 OR WS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
