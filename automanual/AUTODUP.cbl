       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTODUP.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。ページ間に複写された段落
      *                        （インストール手順・環境変数の説明等）
      *                        を見つける。TOC.mdに掲載されたold/配下
      *                        の各ページ（PAIR-FILE設定時は対応する
      *                        old_en/配下のページも）を段落に分け、
      *                        空白を正規化したうえで、変更レポートと
      *                        同じ行チェックサム（重みを単位ごとに
      *                        1から数え直す位置重み付きバイト和）を
      *                        文単位に求めて突き合わせる。
      *                        ・全文が一致する段落（IDENTICAL）
      *                        ・文の7割以上が一致する段落（NEAR）
      *                        をまとまり（クラスタ）ごとに、ページ名
      *                        と行番号付きで章別に報告する。
      *                        短い段落（正規化後40バイト未満）は
      *                        定型句が多いため対象にしない。
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
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autodup_report.log".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *判定の閾値
       01  WS-MIN-PARA-LEN          PIC 9(05)  VALUE 40.
       01  WS-NEAR-PERCENT          PIC 9(03)  VALUE 70.
      *除外リスト（対象外のページ）
       01  EXCL-TABLE.
           05  EXCL-ENTRY           PIC X(250) OCCURS 200 TIMES
                                     INDEXED BY EXCL-IDX.
       01  EXCL-COUNT               PIC 9(03) COMP VALUE 0.
       01  EXCL-REC                 PIC X(250).
       01  SW-EXCLUDED              PIC X       VALUE 'N'.
      *TOC.mdのページ名と章名
       01  TOC-TABLE.
           05  TOC-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
               10  TOC-FILENAME     PIC X(250).
               10  TOC-CHAPTER      PIC X(80).
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
       01  TOC-CUR-CHAPTER          PIC X(80).
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
      *走査したページ（ツリー込みの名前と章名）
       01  PG-TABLE.
           05  PG-ENTRY             OCCURS 4000 TIMES
                                     INDEXED BY PG-IDX.
               10  PG-NAME          PIC X(260).
               10  PG-CHAPTER       PIC X(80).
       01  PG-COUNT                 PIC 9(04) COMP VALUE 0.
      *段落（単位＝文のチェックサム列はUNIT-TABLEに連続して置く）
       01  PARA-TABLE.
           05  PARA-ENTRY           OCCURS 20000 TIMES
                                     INDEXED BY PARA-IDX PARA-JDX.
               10  PARA-PAGE        PIC 9(04) COMP.
               10  PARA-LINE        PIC 9(05).
               10  PARA-UNIT-FROM   PIC 9(06) COMP.
               10  PARA-UNITS       PIC 9(04) COMP.
               10  PARA-SUM         PIC 9(09) COMP.
               10  PARA-LEN         PIC 9(07) COMP.
               10  PARA-CLUSTER     PIC 9(05) COMP.
               10  PARA-PCT         PIC 9(03).
               10  PARA-PREVIEW     PIC X(60).
       01  PARA-COUNT               PIC 9(05) COMP VALUE 0.
       01  UNIT-TABLE.
           05  UNIT-ENTRY           OCCURS 200000 TIMES.
               10  UNIT-SUM         PIC 9(09) COMP.
               10  UNIT-LEN         PIC 9(05) COMP.
       01  UNIT-COUNT               PIC 9(06) COMP VALUE 0.
      *比較時に照合済みの単位の印（基準段落側）
       01  USED-TABLE.
           05  UNIT-USED            PIC X OCCURS 1000 TIMES.
      *ページ走査の状態
       01  WS-TREE                  PIC X(08).
       01  WS-PAGE-NAME             PIC X(250).
       01  WS-PAGE-CHAPTER          PIC X(80).
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-IN-FENCE              PIC X       VALUE 'N'.
       01  SW-PARA-OPEN             PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
       01  WS-LEAD                  PIC 9(02) COMP.
      *正規化した1行（空白・タブの連続を1つにし、前後を落とす）
       01  WS-NORM                  PIC X(2000).
       01  WS-NORM-LEN              PIC 9(05) COMP.
       01  WS-SRC-LEN               PIC 9(05) COMP.
       01  WS-SRC-POS               PIC 9(05) COMP.
       01  SW-LAST-SPACE            PIC X       VALUE 'N'.
      *チェックサム計算（AUTOMANUALの変更レポートと同じ規則）
       01  WS-UNIT-SUM              PIC 9(12) COMP VALUE 0.
       01  WS-UNIT-LEN              PIC 9(05) COMP VALUE 0.
       01  WS-UNIT-W                PIC 9(02) COMP VALUE 1.
       01  WS-PARA-SUM              PIC 9(12) COMP VALUE 0.
       01  WS-PARA-W                PIC 9(02) COMP VALUE 1.
       01  WS-CHK-Q                 PIC 9(03) COMP.
       01  WS-CHK-R                 PIC 9(09) COMP.
       01  WS-CHK-PAIR.
           05  WS-CHK-HI            PIC X.
           05  WS-CHK-CHAR          PIC X.
       01  WS-CHK-NUM               REDEFINES WS-CHK-PAIR
                                    PIC 9(04)  COMP.
       01  WS-REC-LEN               PIC 9(05) COMP.
       01  WS-BLK                   PIC 9(03) COMP.
       01  WS-BLK-START             PIC 9(05) COMP.
       01  WS-CHR                   PIC 9(05) COMP.
      *段落の比較
       01  WS-CLUSTERS              PIC 9(05) COMP VALUE 0.
       01  WS-CUR-CLUSTER           PIC 9(05) COMP VALUE 0.
       01  WS-SHARED                PIC 9(04) COMP.
       01  WS-LARGER                PIC 9(04) COMP.
       01  WS-PCT                   PIC 9(03).
       01  WS-UI                    PIC 9(06) COMP.
       01  WS-UJ                    PIC 9(06) COMP.
       01  WS-UI-END                PIC 9(06) COMP.
       01  WS-UJ-END                PIC 9(06) COMP.
       01  WS-USED-IX               PIC 9(04) COMP.
       01  SW-UNIT-FOUND            PIC X       VALUE 'N'.
       01  SW-MATCH                 PIC X       VALUE 'N'.
      *報告の作業領域
       01  WS-CLUSTER-D             PIC 9(05).
       01  WS-MEMBERS               PIC 9(05).
       01  SW-CLUSTER-NEAR          PIC X       VALUE 'N'.
       01  WS-LAST-CHAPTER          PIC X(80).
       01  WS-PREVIEW-LEN           PIC 9(02) COMP.
       01  WS-SEED                  PIC 9(05) COMP.
      *件数集計
       01  WS-PAGES-SCANNED         PIC 9(05)  VALUE 0.
       01  WS-PARAS-D               PIC 9(05)  VALUE 0.
       01  WS-IDENT-CLUSTERS        PIC 9(05)  VALUE 0.
       01  WS-NEAR-CLUSTERS         PIC 9(05)  VALUE 0.
       01  WS-DUP-PARAS             PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           MOVE LOW-VALUE TO WS-CHK-HI.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTODUP duplicate paragraph report" TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing to check"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
      *日本語側の各ページの直後に英語側の対応ページを読む
      *（まとまりの並びが章の順になるように）
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               MOVE "old/" TO WS-TREE
               MOVE TOC-FILENAME(TOC-IDX) TO WS-PAGE-NAME
               MOVE TOC-CHAPTER(TOC-IDX) TO WS-PAGE-CHAPTER
               PERFORM MAIN-100-SCAN-ONE-PAGE THRU MAIN-100-EXIT
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                         UNTIL PAIR-IDX > PAIR-COUNT
                   IF PAIR-JA(PAIR-IDX) = TOC-FILENAME(TOC-IDX)
                       MOVE "old_en/" TO WS-TREE
                       MOVE PAIR-EN(PAIR-IDX) TO WS-PAGE-NAME
                       PERFORM MAIN-100-SCAN-ONE-PAGE
                               THRU MAIN-100-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM MAIN-300-FIND-CLUSTERS.
           PERFORM MAIN-400-WRITE-CLUSTERS.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルから日英ページ対応表のパスを読み込む
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
      *TOC.mdの読込（ページ名と所属する章名）
      *-------------------------------------*
       MAIN-020-LOAD-TOC.
           MOVE SPACE TO TOC-CUR-CHAPTER.
           OPEN INPUT TOCFILE.
           IF TOC-STS = "00"
               PERFORM UNTIL TOC-STS NOT = ZERO
                   READ TOCFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE TOC-LINE TO TOC-REC
                        IF TOC-REC(1:3) = "## "
                            MOVE TOC-REC(4:) TO TOC-CUR-CHAPTER
                        END-IF
                        IF TOC-REC(1:3) = "- ["
                           IF TOC-COUNT >= 2000
                               DISPLAY "AUTODUP: TOC table full "
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
                           IF TOC-CUR-CHAPTER = SPACE
                               MOVE "(no chapter)"
                                    TO TOC-CHAPTER(TOC-COUNT)
                           ELSE
                               MOVE TOC-CUR-CHAPTER
                                    TO TOC-CHAPTER(TOC-COUNT)
                           END-IF
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
                                   DISPLAY "AUTODUP: pair table "
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
      *1ページ分を段落に分ける
      *-------------------------------------*
       MAIN-100-SCAN-ONE-PAGE.
           MOVE 'N' TO SW-EXCLUDED.
           IF WS-TREE = "old/"
               PERFORM VARYING EXCL-IDX FROM 1 BY 1
                         UNTIL EXCL-IDX > EXCL-COUNT
                   IF EXCL-ENTRY(EXCL-IDX) = WS-PAGE-NAME
                       MOVE 'Y' TO SW-EXCLUDED
                   END-IF
               END-PERFORM
           END-IF.
           IF SW-EXCLUDED = 'Y'
               GO TO MAIN-100-EXIT
           END-IF.
           IF PG-COUNT >= 4000
               DISPLAY "AUTODUP: page table full (4000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PG-COUNT.
           MOVE SPACE TO PG-NAME(PG-COUNT).
           STRING WS-TREE       DELIMITED BY SPACE
                  WS-PAGE-NAME  DELIMITED BY SPACE
                  INTO PG-NAME(PG-COUNT).
           MOVE WS-PAGE-CHAPTER TO PG-CHAPTER(PG-COUNT).
           MOVE PG-NAME(PG-COUNT) TO PAGE-FILE-PATH.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN SW-IN-FENCE
                       SW-PARA-OPEN.
           MOVE 0 TO WS-LINE-NO.
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
                        PERFORM MAIN-110-ONE-LINE THRU MAIN-110-EXIT
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           IF SW-FILE-READ = 'N'
               ADD 1 TO WS-MISSING
               MOVE SPACE TO RPT-TEXT
               STRING PG-NAME(PG-COUNT) DELIMITED BY SPACE
                      " : SOURCE MISSING" DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-100-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-SCANNED.
           PERFORM MAIN-150-CLOSE-PARAGRAPH.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1行分の処理
      *段落の区切りは空行・見出し行・コードブロックの開閉
      *（コードブロックの中身もひとつの段落として扱う）
      *フロントマター（1行目の"---"から次の"---"まで）は読み飛ばす
      *-------------------------------------*
       MAIN-110-ONE-LINE.
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
           INSPECT PAGE-REC(1:2000) CONVERTING X"09" TO " ".
           IF PAGE-REC(1:2000) = SPACE
               PERFORM MAIN-150-CLOSE-PARAGRAPH
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
                   PERFORM MAIN-150-CLOSE-PARAGRAPH
                   IF SW-IN-FENCE = 'Y'
                       MOVE 'N' TO SW-IN-FENCE
                   ELSE
                       MOVE 'Y' TO SW-IN-FENCE
                   END-IF
                   GO TO MAIN-110-EXIT
               END-IF
           END-IF.
           IF SW-IN-FENCE = 'N' AND PAGE-REC(1:1) = "#"
               PERFORM MAIN-150-CLOSE-PARAGRAPH
               GO TO MAIN-110-EXIT
           END-IF.
           PERFORM MAIN-120-NORMALIZE-LINE.
           IF SW-PARA-OPEN = 'N'
               PERFORM MAIN-130-OPEN-PARAGRAPH
           ELSE
      *行の継ぎ目は空白1つとして数える
               MOVE " " TO WS-CHK-CHAR
               PERFORM MAIN-140-ADD-CHAR THRU MAIN-140-EXIT
           END-IF.
           PERFORM VARYING WS-CHR FROM 1 BY 1
                     UNTIL WS-CHR > WS-NORM-LEN
               MOVE WS-NORM(WS-CHR:1) TO WS-CHK-CHAR
               PERFORM MAIN-140-ADD-CHAR THRU MAIN-140-EXIT
      *文の終わり（"。"の最後のバイト、または"."の直後が空白・行末）
               IF WS-CHR >= 3
                   AND WS-NORM(WS-CHR - 2:3) = X"E38082"
                   PERFORM MAIN-145-CLOSE-UNIT THRU MAIN-145-EXIT
               ELSE
                   IF WS-NORM(WS-CHR:1) = "."
                      AND (WS-CHR = WS-NORM-LEN
                           OR WS-NORM(WS-CHR + 1:1) = SPACE)
                       PERFORM MAIN-145-CLOSE-UNIT THRU MAIN-145-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-RECの先頭2000バイトを正規化してWS-NORMへ
      *-------------------------------------*
       MAIN-120-NORMALIZE-LINE.
           MOVE SPACE TO WS-NORM.
           MOVE 0 TO WS-NORM-LEN.
           PERFORM MAIN-125-CALC-REC-LEN.
           IF WS-SRC-LEN > 2000
               MOVE 2000 TO WS-SRC-LEN
           END-IF.
           MOVE 'Y' TO SW-LAST-SPACE.
           PERFORM VARYING WS-SRC-POS FROM 1 BY 1
                     UNTIL WS-SRC-POS > WS-SRC-LEN
               IF PAGE-REC(WS-SRC-POS:1) = SPACE
                   IF SW-LAST-SPACE = 'N'
                       ADD 1 TO WS-NORM-LEN
                       MOVE SPACE TO WS-NORM(WS-NORM-LEN:1)
                       MOVE 'Y' TO SW-LAST-SPACE
                   END-IF
               ELSE
                   ADD 1 TO WS-NORM-LEN
                   MOVE PAGE-REC(WS-SRC-POS:1)
                        TO WS-NORM(WS-NORM-LEN:1)
                   MOVE 'N' TO SW-LAST-SPACE
               END-IF
           END-PERFORM.
           IF WS-NORM-LEN > 0 AND SW-LAST-SPACE = 'Y'
               SUBTRACT 1 FROM WS-NORM-LEN
           END-IF.
      *-------------------------------------*
      *PAGE-REC（50000桁）の末尾空白を除いた長さを求める
      *500桁単位の塊で後ろから当たりを付けてから細かく調べる
      *-------------------------------------*
       MAIN-125-CALC-REC-LEN.
           MOVE 0 TO WS-SRC-LEN.
           PERFORM VARYING WS-BLK FROM 100 BY -1
                     UNTIL WS-BLK < 1 OR WS-SRC-LEN > 0
               COMPUTE WS-BLK-START = (WS-BLK - 1) * 500 + 1
               IF PAGE-REC(WS-BLK-START:500) NOT = SPACE
                   COMPUTE WS-SRC-POS = WS-BLK-START + 499
                   PERFORM UNTIL WS-SRC-POS < WS-BLK-START
                                 OR PAGE-REC(WS-SRC-POS:1) NOT = SPACE
                       SUBTRACT 1 FROM WS-SRC-POS
                   END-PERFORM
                   MOVE WS-SRC-POS TO WS-SRC-LEN
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *段落の開始（先頭行の行番号と冒頭を覚える）
      *-------------------------------------*
       MAIN-130-OPEN-PARAGRAPH.
           IF PARA-COUNT >= 20000
               DISPLAY "AUTODUP: paragraph table full (20000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PARA-COUNT.
           MOVE 'Y' TO SW-PARA-OPEN.
           MOVE PG-COUNT TO PARA-PAGE(PARA-COUNT).
           MOVE WS-LINE-NO TO PARA-LINE(PARA-COUNT).
           COMPUTE PARA-UNIT-FROM(PARA-COUNT) = UNIT-COUNT + 1.
           MOVE 0 TO PARA-UNITS(PARA-COUNT) PARA-LEN(PARA-COUNT)
                     PARA-CLUSTER(PARA-COUNT) PARA-PCT(PARA-COUNT).
           MOVE 0 TO WS-PARA-SUM WS-UNIT-SUM WS-UNIT-LEN.
           MOVE 1 TO WS-PARA-W WS-UNIT-W.
      *冒頭の表示はUTF-8の文字の途中で切らない
           MOVE 60 TO WS-PREVIEW-LEN.
           PERFORM UNTIL WS-PREVIEW-LEN = 1
                         OR WS-NORM(WS-PREVIEW-LEN + 1:1) < X"80"
                         OR WS-NORM(WS-PREVIEW-LEN + 1:1) > X"BF"
               SUBTRACT 1 FROM WS-PREVIEW-LEN
           END-PERFORM.
           MOVE SPACE TO PARA-PREVIEW(PARA-COUNT).
           MOVE WS-NORM(1:WS-PREVIEW-LEN) TO PARA-PREVIEW(PARA-COUNT).
      *-------------------------------------*
      *WS-CHK-CHARの1バイトを現在の文へ加算する
      *（文の先頭の空白は数えない）
      *-------------------------------------*
       MAIN-140-ADD-CHAR.
           IF WS-UNIT-LEN = 0 AND WS-CHK-CHAR = SPACE
               GO TO MAIN-140-EXIT
           END-IF.
           COMPUTE WS-UNIT-SUM = WS-UNIT-SUM + WS-CHK-NUM * WS-UNIT-W.
           ADD 1 TO WS-UNIT-W.
           IF WS-UNIT-W > 97
               MOVE 1 TO WS-UNIT-W
           END-IF.
           ADD 1 TO WS-UNIT-LEN.
           IF WS-UNIT-SUM >= 1000000000
               DIVIDE WS-UNIT-SUM BY 1000000000
                      GIVING WS-CHK-Q REMAINDER WS-CHK-R
               MOVE WS-CHK-R TO WS-UNIT-SUM
           END-IF.
       MAIN-140-EXIT.
           CONTINUE.
      *-------------------------------------*
      *文を閉じて単位表へ積み、段落全体のチェックサムへ加える
      *-------------------------------------*
       MAIN-145-CLOSE-UNIT.
           IF WS-UNIT-LEN = 0
               GO TO MAIN-145-EXIT
           END-IF.
           IF UNIT-COUNT >= 200000
               DISPLAY "AUTODUP: sentence table full (200000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO UNIT-COUNT.
           MOVE WS-UNIT-SUM TO UNIT-SUM(UNIT-COUNT).
           MOVE WS-UNIT-LEN TO UNIT-LEN(UNIT-COUNT).
           ADD 1 TO PARA-UNITS(PARA-COUNT).
           ADD WS-UNIT-LEN TO PARA-LEN(PARA-COUNT).
           COMPUTE WS-PARA-SUM = WS-PARA-SUM
                                 + WS-UNIT-SUM * WS-PARA-W.
           DIVIDE WS-PARA-SUM BY 1000000000
                  GIVING WS-CHK-Q REMAINDER WS-CHK-R.
           MOVE WS-CHK-R TO WS-PARA-SUM.
           ADD 1 TO WS-PARA-W.
           IF WS-PARA-W > 97
               MOVE 1 TO WS-PARA-W
           END-IF.
           MOVE 0 TO WS-UNIT-SUM WS-UNIT-LEN.
           MOVE 1 TO WS-UNIT-W.
       MAIN-145-EXIT.
           CONTINUE.
      *-------------------------------------*
      *段落の終わり
      *-------------------------------------*
       MAIN-150-CLOSE-PARAGRAPH.
           IF SW-PARA-OPEN = 'Y'
               PERFORM MAIN-145-CLOSE-UNIT THRU MAIN-145-EXIT
               MOVE WS-PARA-SUM TO PARA-SUM(PARA-COUNT)
               MOVE 'N' TO SW-PARA-OPEN
           END-IF.
      *-------------------------------------*
      *段落どうしを比べてまとまりを作る
      *まだどのまとまりにも入っていない段落を基準に、後ろの段落で
      *一致・近似するものを同じまとまりへ入れる
      *-------------------------------------*
       MAIN-300-FIND-CLUSTERS.
           PERFORM VARYING PARA-IDX FROM 1 BY 1
                     UNTIL PARA-IDX > PARA-COUNT
               IF PARA-CLUSTER(PARA-IDX) = 0
                  AND PARA-LEN(PARA-IDX) >= WS-MIN-PARA-LEN
                   MOVE 0 TO WS-CUR-CLUSTER
                   PERFORM VARYING PARA-JDX FROM PARA-IDX BY 1
                             UNTIL PARA-JDX > PARA-COUNT
                       IF PARA-JDX > PARA-IDX
                          AND PARA-CLUSTER(PARA-JDX) = 0
                          AND PARA-LEN(PARA-JDX) >= WS-MIN-PARA-LEN
                           PERFORM MAIN-310-COMPARE-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *基準段落（PARA-IDX）と候補（PARA-JDX）の比較
      *-------------------------------------*
       MAIN-310-COMPARE-PAIR.
           MOVE 'N' TO SW-MATCH.
           IF PARA-SUM(PARA-JDX) = PARA-SUM(PARA-IDX)
              AND PARA-LEN(PARA-JDX) = PARA-LEN(PARA-IDX)
              AND PARA-UNITS(PARA-JDX) = PARA-UNITS(PARA-IDX)
               MOVE 'Y' TO SW-MATCH
               MOVE 100 TO WS-PCT
           ELSE
               PERFORM MAIN-320-NEAR-TEST THRU MAIN-320-EXIT
           END-IF.
           IF SW-MATCH = 'Y'
               IF WS-CUR-CLUSTER = 0
                   ADD 1 TO WS-CLUSTERS
                   MOVE WS-CLUSTERS TO WS-CUR-CLUSTER
                   MOVE WS-CUR-CLUSTER TO PARA-CLUSTER(PARA-IDX)
                   MOVE 100 TO PARA-PCT(PARA-IDX)
               END-IF
               MOVE WS-CUR-CLUSTER TO PARA-CLUSTER(PARA-JDX)
               MOVE WS-PCT TO PARA-PCT(PARA-JDX)
           END-IF.
      *-------------------------------------*
      *近似の判定: 文が2つ以上あり、一致する文の数が多い方の文数の
      *WS-NEAR-PERCENT以上なら近似とみなす
      *-------------------------------------*
       MAIN-320-NEAR-TEST.
           IF PARA-UNITS(PARA-IDX) < 2 OR PARA-UNITS(PARA-JDX) < 2
              OR PARA-UNITS(PARA-IDX) > 1000
               GO TO MAIN-320-EXIT
           END-IF.
           IF PARA-UNITS(PARA-IDX) > PARA-UNITS(PARA-JDX)
               MOVE PARA-UNITS(PARA-IDX) TO WS-LARGER
           ELSE
               MOVE PARA-UNITS(PARA-JDX) TO WS-LARGER
           END-IF.
      *文数の差だけで閾値に届かないものは比べない
           IF (PARA-UNITS(PARA-IDX) * 100)
                 < (WS-LARGER * WS-NEAR-PERCENT)
              OR (PARA-UNITS(PARA-JDX) * 100)
                 < (WS-LARGER * WS-NEAR-PERCENT)
               GO TO MAIN-320-EXIT
           END-IF.
           MOVE 0 TO WS-SHARED.
           MOVE ALL 'N' TO USED-TABLE.
           COMPUTE WS-UI-END = PARA-UNIT-FROM(PARA-IDX)
                               + PARA-UNITS(PARA-IDX) - 1.
           COMPUTE WS-UJ-END = PARA-UNIT-FROM(PARA-JDX)
                               + PARA-UNITS(PARA-JDX) - 1.
           PERFORM VARYING WS-UJ FROM PARA-UNIT-FROM(PARA-JDX) BY 1
                     UNTIL WS-UJ > WS-UJ-END
               MOVE 'N' TO SW-UNIT-FOUND
               PERFORM VARYING WS-UI FROM PARA-UNIT-FROM(PARA-IDX) BY 1
                         UNTIL WS-UI > WS-UI-END
                            OR SW-UNIT-FOUND = 'Y'
                   COMPUTE WS-USED-IX = WS-UI
                                        - PARA-UNIT-FROM(PARA-IDX) + 1
                   IF UNIT-USED(WS-USED-IX) = 'N'
                      AND UNIT-SUM(WS-UI) = UNIT-SUM(WS-UJ)
                      AND UNIT-LEN(WS-UI) = UNIT-LEN(WS-UJ)
                       MOVE 'Y' TO UNIT-USED(WS-USED-IX)
                       MOVE 'Y' TO SW-UNIT-FOUND
                       ADD 1 TO WS-SHARED
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SHARED >= 2
              AND (WS-SHARED * 100) >= (WS-LARGER * WS-NEAR-PERCENT)
               MOVE 'Y' TO SW-MATCH
               COMPUTE WS-PCT = (WS-SHARED * 100) / WS-LARGER
           END-IF.
       MAIN-320-EXIT.
           CONTINUE.
      *-------------------------------------*
      *まとまりを章ごとに書き出す
      *（基準段落はTOC掲載順に並ぶので、章はその順に現れる）
      *-------------------------------------*
       MAIN-400-WRITE-CLUSTERS.
           MOVE HIGH-VALUE TO WS-LAST-CHAPTER.
           MOVE 0 TO WS-CUR-CLUSTER.
           PERFORM VARYING PARA-IDX FROM 1 BY 1
                     UNTIL PARA-IDX > PARA-COUNT
               IF PARA-CLUSTER(PARA-IDX) > WS-CUR-CLUSTER
                   MOVE PARA-CLUSTER(PARA-IDX) TO WS-CUR-CLUSTER
                   SET WS-SEED TO PARA-IDX
                   PERFORM MAIN-410-WRITE-ONE-CLUSTER
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-410-WRITE-ONE-CLUSTER.
           MOVE PARA-PAGE(WS-SEED) TO PG-IDX.
           IF PG-CHAPTER(PG-IDX) NOT = WS-LAST-CHAPTER
               MOVE PG-CHAPTER(PG-IDX) TO WS-LAST-CHAPTER
               MOVE SPACE TO RPT-TEXT
               STRING "## "            DELIMITED BY SIZE
                      WS-LAST-CHAPTER  DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE 0 TO WS-MEMBERS.
           MOVE 'N' TO SW-CLUSTER-NEAR.
           PERFORM VARYING PARA-JDX FROM WS-SEED BY 1
                     UNTIL PARA-JDX > PARA-COUNT
               IF PARA-CLUSTER(PARA-JDX) = WS-CUR-CLUSTER
                   ADD 1 TO WS-MEMBERS
                   IF PARA-PCT(PARA-JDX) < 100
                       MOVE 'Y' TO SW-CLUSTER-NEAR
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-MEMBERS TO WS-DUP-PARAS.
           MOVE WS-CUR-CLUSTER TO WS-CLUSTER-D.
           MOVE SPACE TO RPT-TEXT.
           IF SW-CLUSTER-NEAR = 'Y'
               ADD 1 TO WS-NEAR-CLUSTERS
               STRING "cluster "        DELIMITED BY SIZE
                      WS-CLUSTER-D      DELIMITED BY SIZE
                      " NEAR-DUPLICATE members="
                                        DELIMITED BY SIZE
                      WS-MEMBERS        DELIMITED BY SIZE
                      INTO RPT-TEXT
           ELSE
               ADD 1 TO WS-IDENT-CLUSTERS
               STRING "cluster "        DELIMITED BY SIZE
                      WS-CLUSTER-D      DELIMITED BY SIZE
                      " IDENTICAL members="
                                        DELIMITED BY SIZE
                      WS-MEMBERS        DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *"  ページ line 行 identical|near NNN% : 冒頭"
           PERFORM VARYING PARA-JDX FROM WS-SEED BY 1
                     UNTIL PARA-JDX > PARA-COUNT
               IF PARA-CLUSTER(PARA-JDX) = WS-CUR-CLUSTER
                   MOVE PARA-PAGE(PARA-JDX) TO PG-IDX
                   MOVE SPACE TO RPT-TEXT
                   IF PARA-PCT(PARA-JDX) = 100
                       STRING "  "               DELIMITED BY SIZE
                              PG-NAME(PG-IDX)    DELIMITED BY SPACE
                              " line "           DELIMITED BY SIZE
                              PARA-LINE(PARA-JDX) DELIMITED BY SIZE
                              " identical : "    DELIMITED BY SIZE
                              PARA-PREVIEW(PARA-JDX)
                                                 DELIMITED BY SIZE
                              INTO RPT-TEXT
                   ELSE
                       STRING "  "               DELIMITED BY SIZE
                              PG-NAME(PG-IDX)    DELIMITED BY SPACE
                              " line "           DELIMITED BY SIZE
                              PARA-LINE(PARA-JDX) DELIMITED BY SIZE
                              " near "           DELIMITED BY SIZE
                              PARA-PCT(PARA-JDX) DELIMITED BY SIZE
                              "% : "             DELIMITED BY SIZE
                              PARA-PREVIEW(PARA-JDX)
                                                 DELIMITED BY SIZE
                              INTO RPT-TEXT
                   END-IF
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE PARA-COUNT TO WS-PARAS-D.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages-scanned="        DELIMITED BY SIZE
                  WS-PAGES-SCANNED        DELIMITED BY SIZE
                  " paragraphs="          DELIMITED BY SIZE
                  WS-PARAS-D              DELIMITED BY SIZE
                  " identical-clusters="  DELIMITED BY SIZE
                  WS-IDENT-CLUSTERS       DELIMITED BY SIZE
                  " near-clusters="       DELIMITED BY SIZE
                  WS-NEAR-CLUSTERS        DELIMITED BY SIZE
                  " duplicated-paragraphs="
                                          DELIMITED BY SIZE
                  WS-DUP-PARAS            DELIMITED BY SIZE
                  " source-missing="      DELIMITED BY SIZE
                  WS-MISSING              DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-CLUSTERS > 0 OR WS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
