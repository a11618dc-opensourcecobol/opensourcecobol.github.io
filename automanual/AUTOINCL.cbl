       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOINCL.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。本文の差し込み指定
      *                        （<!--include 部品-->）をTOC.mdに掲載
      *                        されたold/配下の各ページ（PAIR-FILE
      *                        設定時は対応するold_en/配下のページも）
      *                        から入れ子ごとたどり、
      *                        ・欠けた部品・循環する差し込み・深すぎる
      *                        　入れ子・書式の誤った指定をページと
      *                        　行番号ごとに報告する
      *                        ・部品ごとに使っているページ（間接の
      *                        　差し込みは経由した部品）を一覧にする
      *                        台帳の部品行と今の部品のチェックサムを
      *                        比べ、次の差分実行で再処理されるページに
      *                        印を付ける（部品を直す前の影響範囲の
      *                        確認に使う）。
      *2026-10-15 M SHIMADA    BUILD-PROFILE設定時は公開されない
      *                        条件付きブロックの中の差し込み指定を
      *                        たどらず、誤りとしても報告しない
      *                        （AUTOMANUALの展開と同じ部品一覧にする）
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
           SELECT    LEDGERFILE    ASSIGN         TO   DYNAMIC
                                                       LEDGER-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LED-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    INCFILE       ASSIGN         TO   DYNAMIC
                                                       INCL-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   INC-STS.
           SELECT    REPORTFILE    ASSIGN         TO   DYNAMIC
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RPT-STS.
           SELECT    PROFILEFILE   ASSIGN         TO   DYNAMIC
                                                       PROFILES-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROF-STS.
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
       FD  LEDGERFILE.
       01  LED-LINE                PIC X(300).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  INCFILE.
       01  INC-REC                 PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
       FD  PROFILEFILE.
       01  PROFILE-LINE            PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  EXCL-STS                 PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  LED-STS                  PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  INC-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  PROF-STS                 PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  LEDGER-PATH              PIC X(256)
                                    VALUE "automanual.ledger".
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoincl_report.log".
      *差し込み指定と展開中の部品
           COPY INCLMARK.
      *条件付きブロックのマーカーとビルドプロファイル
           COPY CONDMARK.
       01  SW-LINE-PUBLISHED        PIC X       VALUE 'Y'.
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
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
      *台帳の部品行（ページ>部品 行数 チェックサム 実行ID）
       01  LEDI-TABLE.
           05  LEDI-ENTRY           OCCURS 2000 TIMES
                                     INDEXED BY LEDI-IDX.
               10  LEDI-NAME        PIC X(250).
               10  LEDI-LINES       PIC 9(07).
               10  LEDI-SUM         PIC 9(09).
       01  LEDI-COUNT               PIC 9(04) COMP VALUE 0.
       01  LED-REC                  PIC X(300).
       01  LED-PART-NAME            PIC X(250).
       01  LED-PART-LINES           PIC X(10).
       01  LED-PART-SUM             PIC X(12).
       01  WS-INC-MARKS             PIC 9(03) COMP.
       01  WS-LEDI-KEY              PIC X(250).
      *部品の一覧（パス順）と、ページごとの使用（部品・ページ・
      *経由した部品・次の差分実行で再処理されるか）
       01  SNIP-TABLE.
           05  SNIP-ENTRY           OCCURS 500 TIMES
                                     INDEXED BY SNIP-IDX.
               10  SNIP-PATH        PIC X(256).
               10  SNIP-PAGES       PIC 9(05).
       01  SNIP-COUNT               PIC 9(04) COMP VALUE 0.
       01  SNIP-POS                 PIC 9(04) COMP.
       01  SNIP-MOVE                PIC 9(04) COMP.
       01  USE-TABLE.
           05  USE-ENTRY            OCCURS 4000 TIMES
                                     INDEXED BY USE-IDX.
               10  USE-SNIP         PIC X(256).
               10  USE-PAGE         PIC X(256).
               10  USE-VIA          PIC X(256).
               10  USE-PENDING      PIC X.
       01  USE-COUNT                PIC 9(04) COMP VALUE 0.
      *点検中のページ（ツリーとページ名）
       01  WS-TREE                  PIC X(10).
       01  WS-PAGE-NAME             PIC X(250).
      *ページの走査状態
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-PAGE-HEADED           PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
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
       01  WS-PAGES-USING           PIC 9(05)  VALUE 0.
       01  WS-SNIPPETS              PIC 9(05)  VALUE 0.
       01  WS-MISSING-INCL          PIC 9(05)  VALUE 0.
       01  WS-CIRCULAR              PIC 9(05)  VALUE 0.
       01  WS-TOO-DEEP              PIC 9(05)  VALUE 0.
       01  WS-MALFORMED             PIC 9(05)  VALUE 0.
       01  WS-PENDING               PIC 9(05)  VALUE 0.
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
           PERFORM MAIN-015-LOAD-PROFILES.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
           PERFORM MAIN-040-LOAD-LEDGER.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOINCL include where-used report" TO RPT-LINE.
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
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               MOVE "old/" TO WS-TREE
               MOVE TOC-FILENAME(TOC-IDX) TO WS-PAGE-NAME
               PERFORM MAIN-100-CHECK-ONE-PAGE THRU MAIN-100-EXIT
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                         UNTIL PAIR-IDX > PAIR-COUNT
                   IF PAIR-JA(PAIR-IDX) = TOC-FILENAME(TOC-IDX)
                       MOVE "old_en/" TO WS-TREE
                       MOVE PAIR-EN(PAIR-IDX) TO WS-PAGE-NAME
                       PERFORM MAIN-100-CHECK-ONE-PAGE
                               THRU MAIN-100-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM MAIN-400-WRITE-WHERE-USED.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルから日英ページ対応表のパスとビルドプロファイルを
      *読み込む
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
                           IF CFG-KEY = "BUILD-PROFILE"
                              MOVE CFG-VALUE TO BUILD-PROFILE
                           END-IF
                           IF CFG-KEY = "PROFILES-FILE"
                              MOVE CFG-VALUE TO PROFILES-PATH
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
      *プロファイル一覧の読込（1行1設定:"プロファイル名 キー=値"）
      *BUILD-PROFILEで選んだプロファイルの行が1行も無ければ、
      *条件付きブロックをすべて落としてしまうので中止する
      *（AUTOMANUALと同じ規則）
      *-------------------------------------*
       MAIN-015-LOAD-PROFILES.
           MOVE 0 TO PROF-COUNT PROF-ACTIVE-COUNT.
           OPEN INPUT PROFILEFILE.
           IF PROF-STS = "00"
               PERFORM UNTIL PROF-STS NOT = ZERO
                   READ PROFILEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE PROFILE-LINE TO PROF-REC
                        IF PROF-REC NOT = SPACE
                           AND PROF-REC(1:1) NOT = "*"
                           PERFORM MAIN-016-ONE-PROFILE-LINE
                        END-IF
               END-PERFORM
               CLOSE PROFILEFILE
           END-IF.
           IF BUILD-PROFILE NOT = SPACE AND PROF-ACTIVE-COUNT = 0
               DISPLAY "AUTOINCL: build profile not defined in "
                       "profiles file - aborting: " BUILD-PROFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-------------------------------------*
       MAIN-016-ONE-PROFILE-LINE.
           MOVE SPACE TO PROF-P1 PROF-P2 PROF-P3 COND-KEY.
           UNSTRING PROF-REC DELIMITED BY ALL SPACE
                    INTO PROF-P1 PROF-P2.
           UNSTRING PROF-P2 DELIMITED BY "="
                    INTO COND-KEY PROF-P3.
           IF PROF-P1 = SPACE OR PROF-P1(31:70) NOT = SPACE
               OR COND-KEY = SPACE
               OR PROF-P3 = SPACE OR PROF-P3(31:70) NOT = SPACE
               DISPLAY "AUTOINCL: WARNING bad profiles line "
                       "ignored: " PROF-REC(1:60)
           ELSE
               IF PROF-COUNT >= 500
                   DISPLAY "AUTOINCL: profiles file exceeds 500 "
                           "entries - cannot continue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PROF-COUNT
               MOVE PROF-P1  TO PROF-NAME(PROF-COUNT)
               MOVE COND-KEY TO PROF-KEY(PROF-COUNT)
               MOVE PROF-P3  TO PROF-VALUE(PROF-COUNT)
               MOVE 'N' TO PROF-ACTIVE(PROF-COUNT)
               IF BUILD-PROFILE NOT = SPACE
                   AND PROF-P1 = BUILD-PROFILE
                   MOVE 'Y' TO PROF-ACTIVE(PROF-COUNT)
                   ADD 1 TO PROF-ACTIVE-COUNT
               END-IF
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
                               DISPLAY "AUTOINCL: TOC table full "
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
                                   DISPLAY "AUTOINCL: pair table "
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
      *台帳の部品行（名前に">"を含む行）だけを読み込む
      *-------------------------------------*
       MAIN-040-LOAD-LEDGER.
           OPEN INPUT LEDGERFILE.
           IF LED-STS = "00"
               PERFORM UNTIL LED-STS NOT = ZERO
                   READ LEDGERFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LED-LINE TO LED-REC
                        IF LED-REC NOT = SPACE
                           AND LED-REC(1:1) NOT = "*"
                           MOVE SPACE TO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM
                           UNSTRING LED-REC DELIMITED BY SPACE
                                    INTO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM
                           MOVE 0 TO WS-INC-MARKS
                           INSPECT LED-PART-NAME TALLYING WS-INC-MARKS
                                   FOR ALL ">"
                           IF WS-INC-MARKS > 0
                              AND LED-PART-SUM NOT = SPACE
                              IF LEDI-COUNT >= 2000
                                  DISPLAY "AUTOINCL: ledger table "
                                          "full (2000) - cannot "
                                          "continue"
                                  MOVE 8 TO RETURN-CODE
                                  STOP RUN
                              END-IF
                              ADD 1 TO LEDI-COUNT
                              MOVE LED-PART-NAME
                                   TO LEDI-NAME(LEDI-COUNT)
                              MOVE LED-PART-LINES(1:7)
                                   TO LEDI-LINES(LEDI-COUNT)
                              MOVE LED-PART-SUM(1:9)
                                   TO LEDI-SUM(LEDI-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.
      *-------------------------------------*
      *1ページ分の点検
      *-------------------------------------*
       MAIN-100-CHECK-ONE-PAGE.
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
           ADD 1 TO WS-PAGES-CHECKED.
           MOVE 'N' TO SW-PAGE-HEADED.
           MOVE 0 TO WS-PAGE-FINDINGS.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING WS-TREE       DELIMITED BY SPACE
                  WS-PAGE-NAME  DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           PERFORM MAIN-110-SCAN-PAGE THRU MAIN-110-EXIT.
           IF SW-FILE-READ = 'N'
               ADD 1 TO WS-MISSING
               MOVE 0 TO WS-FIND-LINE
               MOVE "SOURCE MISSING" TO WS-FIND-KIND
               MOVE SPACE TO WS-FIND-DETAIL
               STRING "page listed in TOC.md not found in "
                                     DELIMITED BY SIZE
                      WS-TREE        DELIMITED BY SPACE
                      INTO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
               GO TO MAIN-100-EXIT
           END-IF.
           IF INCU-COUNT > 0
               ADD 1 TO WS-PAGES-USING
           END-IF.
           IF WS-PAGE-FINDINGS = 0
               ADD 1 TO WS-PAGES-CLEAN
           END-IF.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-FILE-PATHのページを1行ずつ読み、差し込み指定をたどる
      *フロントマター（1行目の"---"から次の"---"まで）は読み飛ばす
      *-------------------------------------*
       MAIN-110-SCAN-PAGE.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN.
           MOVE 0 TO WS-LINE-NO INCU-COUNT.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           MOVE WS-TREE TO INCL-TREE.
           MOVE PAGE-FILE-PATH TO INCL-ROOT.
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
                        PERFORM MAIN-120-ONE-LINE
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ページ本文の1行分
      *公開されない条件付きブロックの中の指定はたどらない
      *-------------------------------------*
       MAIN-120-ONE-LINE.
           IF WS-LINE-NO = 1
               AND PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
               MOVE 'Y' TO SW-FM-OPEN
           ELSE
               IF SW-FM-OPEN = 'Y'
                   IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                       MOVE 'N' TO SW-FM-OPEN
                   END-IF
               ELSE
                   MOVE PAGE-REC(1:300) TO COND-LINE
                   PERFORM MAIN-170-LINE-PUBLISHED
                   IF PAGE-REC(1:12) = INCL-MARK
                       AND SW-LINE-PUBLISHED = 'Y'
                       MOVE PAGE-REC(1:300) TO INCL-LINE
                       PERFORM MAIN-160-PARSE-INCLUDE
                       MOVE 0 TO INCS-DEPTH
                       IF SW-INCL-DIRECTIVE = 'Y'
                           PERFORM MAIN-160-WALK-INCLUDE
                       ELSE
                           MOVE "malformed include" TO INCL-ERROR
                           MOVE INCL-LINE TO INCL-FILE-PATH
                           PERFORM MAIN-150-INCLUDE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *部品1行分（下位の差し込み指定をたどる）
      *公開されない条件付きブロックの中の指定は見ない
      *-------------------------------------*
       MAIN-130-INCLUDE-LINE.
           MOVE INC-REC(1:300) TO COND-LINE.
           PERFORM MAIN-170-LINE-PUBLISHED.
           MOVE INC-REC(1:300) TO INCL-LINE.
           PERFORM MAIN-160-PARSE-INCLUDE.
           IF SW-INCL-DIRECTIVE = 'Y'
               AND SW-LINE-PUBLISHED = 'Y'
               PERFORM MAIN-160-PUSH-INCLUDE THRU MAIN-160-PUSH-EXIT
           END-IF.
           IF SW-INCL-DIRECTIVE = 'M'
               AND SW-LINE-PUBLISHED = 'Y'
               MOVE "malformed include" TO INCL-ERROR
               MOVE INCL-LINE TO INCL-FILE-PATH
               PERFORM MAIN-150-INCLUDE-ERROR
           END-IF.
      *-------------------------------------*
      *部品を読み終えた：ページの使用として記録する
      *（同じページで2度目の部品は数えない）
      *-------------------------------------*
       MAIN-140-RECORD-INCLUDE.
           MOVE 0 TO INCU-MATCH.
           PERFORM VARYING INCU-IDX FROM 1 BY 1
                     UNTIL INCU-IDX > INCU-COUNT
               IF INCU-PATH(INCU-IDX) = INCS-PATH(INCS-DEPTH)
                   SET INCU-MATCH TO INCU-IDX
               END-IF
           END-PERFORM.
           IF INCU-MATCH > 0
               GO TO MAIN-140-EXIT
           END-IF.
           IF INCU-COUNT >= 100 OR USE-COUNT >= 4000
               DISPLAY "AUTOINCL: include table full - cannot "
                       "continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO INCU-COUNT.
           MOVE INCS-PATH(INCS-DEPTH) TO INCU-PATH(INCU-COUNT).
           PERFORM MAIN-145-ADD-SNIPPET.
           ADD 1 TO USE-COUNT.
           MOVE INCS-PATH(INCS-DEPTH) TO USE-SNIP(USE-COUNT).
           MOVE PAGE-FILE-PATH TO USE-PAGE(USE-COUNT).
           MOVE SPACE TO USE-VIA(USE-COUNT).
           IF INCS-DEPTH > 1
               MOVE INCS-PATH(INCS-DEPTH - 1) TO USE-VIA(USE-COUNT)
           END-IF.
      *台帳の部品行と違えば、次の差分実行でページが再処理される
           MOVE SPACE TO WS-LEDI-KEY.
           STRING PAGE-FILE-PATH         DELIMITED BY SPACE
                  ">"                    DELIMITED BY SIZE
                  INCS-PATH(INCS-DEPTH)  DELIMITED BY SPACE
                  INTO WS-LEDI-KEY.
           MOVE 'Y' TO USE-PENDING(USE-COUNT).
           PERFORM VARYING LEDI-IDX FROM 1 BY 1
                     UNTIL LEDI-IDX > LEDI-COUNT
               IF LEDI-NAME(LEDI-IDX) = WS-LEDI-KEY
                   AND LEDI-LINES(LEDI-IDX) = INCS-POS(INCS-DEPTH)
                   AND LEDI-SUM(LEDI-IDX) = INCS-SUM(INCS-DEPTH)
                   MOVE 'N' TO USE-PENDING(USE-COUNT)
               END-IF
           END-PERFORM.
           IF USE-PENDING(USE-COUNT) = 'Y'
               ADD 1 TO WS-PENDING
           END-IF.
       MAIN-140-EXIT.
           CONTINUE.
      *-------------------------------------*
      *部品の一覧へパス順に加える（既にあれば使用ページ数を数える）
      *-------------------------------------*
       MAIN-145-ADD-SNIPPET.
           MOVE 1 TO SNIP-POS.
           PERFORM UNTIL SNIP-POS > SNIP-COUNT
                      OR SNIP-PATH(SNIP-POS) >= INCS-PATH(INCS-DEPTH)
               ADD 1 TO SNIP-POS
           END-PERFORM.
           IF SNIP-POS <= SNIP-COUNT
               AND SNIP-PATH(SNIP-POS) = INCS-PATH(INCS-DEPTH)
               ADD 1 TO SNIP-PAGES(SNIP-POS)
           ELSE
               IF SNIP-COUNT >= 500
                   DISPLAY "AUTOINCL: snippet table full (500) - "
                           "cannot continue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING SNIP-MOVE FROM SNIP-COUNT BY -1
                         UNTIL SNIP-MOVE < SNIP-POS
                   MOVE SNIP-ENTRY(SNIP-MOVE)
                        TO SNIP-ENTRY(SNIP-MOVE + 1)
               END-PERFORM
               ADD 1 TO SNIP-COUNT
               MOVE INCS-PATH(INCS-DEPTH) TO SNIP-PATH(SNIP-POS)
               MOVE 1 TO SNIP-PAGES(SNIP-POS)
           END-IF.
      *-------------------------------------*
      *差し込みの誤り1件（行番号はページの差し込み指定の行）
      *-------------------------------------*
       MAIN-150-INCLUDE-ERROR.
           MOVE WS-LINE-NO TO WS-FIND-LINE.
           MOVE INCL-ERROR TO WS-FIND-KIND.
           INSPECT WS-FIND-KIND CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE INCL-ERROR
               WHEN "missing include"
                   ADD 1 TO WS-MISSING-INCL
               WHEN "circular include"
                   ADD 1 TO WS-CIRCULAR
               WHEN "include nesting too deep"
                   ADD 1 TO WS-TOO-DEEP
               WHEN OTHER
                   ADD 1 TO WS-MALFORMED
           END-EVALUATE.
           MOVE SPACE TO WS-FIND-DETAIL.
           IF INCS-DEPTH = 0
               STRING INCL-FILE-PATH  DELIMITED BY "  "
                      INTO WS-FIND-DETAIL
           ELSE
               STRING INCL-FILE-PATH  DELIMITED BY "  "
                      " (in "         DELIMITED BY SIZE
                      INCS-PATH(INCS-DEPTH)
                                      DELIMITED BY SPACE
                      ")"             DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
           END-IF.
           PERFORM MAIN-200-WRITE-FINDING.
      *-------------------------------------*
      *差し込み指定の部品（INCL-TARGET）を入れ子ごと読み進める
      *部品ファイルは1本で開閉するため、入れ子から戻るときは
      *読み終えた行数（INCS-POS）だけ読み飛ばしてから続ける
      *-------------------------------------*
       MAIN-160-WALK-INCLUDE.
           MOVE 0 TO INCS-DEPTH.
           PERFORM MAIN-160-PUSH-INCLUDE THRU MAIN-160-PUSH-EXIT.
           PERFORM UNTIL INCS-DEPTH = 0
               PERFORM MAIN-160-READ-INCLUDE THRU MAIN-160-READ-EXIT
           END-PERFORM.
      *-------------------------------------*
      *部品を1段積む（循環と深すぎる入れ子は積まずに報告する）
      *-------------------------------------*
       MAIN-160-PUSH-INCLUDE.
           MOVE SPACE TO INCL-FILE-PATH.
           STRING INCL-TREE    DELIMITED BY SPACE
                  INCL-TARGET  DELIMITED BY SPACE
                  INTO INCL-FILE-PATH.
           MOVE 'N' TO SW-INCL-LOOP.
           IF INCL-FILE-PATH = INCL-ROOT
               MOVE 'Y' TO SW-INCL-LOOP
           END-IF.
           PERFORM VARYING INCS-IX FROM 1 BY 1
                     UNTIL INCS-IX > INCS-DEPTH
               IF INCS-PATH(INCS-IX) = INCL-FILE-PATH
                   MOVE 'Y' TO SW-INCL-LOOP
               END-IF
           END-PERFORM.
           IF SW-INCL-LOOP = 'Y'
               MOVE "circular include" TO INCL-ERROR
               PERFORM MAIN-150-INCLUDE-ERROR
               GO TO MAIN-160-PUSH-EXIT
           END-IF.
           IF INCS-DEPTH >= INCL-MAX-DEPTH
               MOVE "include nesting too deep" TO INCL-ERROR
               PERFORM MAIN-150-INCLUDE-ERROR
               GO TO MAIN-160-PUSH-EXIT
           END-IF.
           ADD 1 TO INCS-DEPTH.
           MOVE INCL-FILE-PATH TO INCS-PATH(INCS-DEPTH).
           MOVE 0 TO INCS-POS(INCS-DEPTH) INCS-SUM(INCS-DEPTH).
           MOVE 1 TO INCS-WEIGHT(INCS-DEPTH).
           MOVE 'Y' TO SW-INCS-PUSHED.
       MAIN-160-PUSH-EXIT.
           CONTINUE.
      *-------------------------------------*
      *いちばん内側の部品を、前回読んだ位置から読み進める
      *下位の部品を積んだらそこで閉じ、読み終えたら1段戻る
      *-------------------------------------*
       MAIN-160-READ-INCLUDE.
           MOVE INCS-PATH(INCS-DEPTH) TO INCL-FILE-PATH.
           OPEN INPUT INCFILE.
           IF INC-STS NOT = "00"
               SUBTRACT 1 FROM INCS-DEPTH
               MOVE "missing include" TO INCL-ERROR
               PERFORM MAIN-150-INCLUDE-ERROR
               GO TO MAIN-160-READ-EXIT
           END-IF.
           MOVE INCS-POS(INCS-DEPTH) TO INCS-SKIP.
           PERFORM UNTIL INCS-SKIP = 0
                         OR (INC-STS NOT = "00" AND INC-STS NOT = "09")
               READ INCFILE NEXT
                 AT END
                    CONTINUE
               END-READ
               SUBTRACT 1 FROM INCS-SKIP
           END-PERFORM.
           MOVE 'N' TO SW-INCS-PUSHED.
      *制御文字を含む行は状態09で渡されるため、読み続ける
           PERFORM UNTIL SW-INCS-PUSHED = 'Y'
                         OR (INC-STS NOT = "00" AND INC-STS NOT = "09")
               MOVE SPACE TO INC-REC
               READ INCFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO INCS-POS(INCS-DEPTH)
                    PERFORM MAIN-160-SUM-INCLUDE-LINE
                    PERFORM MAIN-130-INCLUDE-LINE
           END-PERFORM.
           CLOSE INCFILE.
           IF SW-INCS-PUSHED = 'N'
               PERFORM MAIN-140-RECORD-INCLUDE THRU MAIN-140-EXIT
               SUBTRACT 1 FROM INCS-DEPTH
           END-IF.
       MAIN-160-READ-EXIT.
           CONTINUE.
      *-------------------------------------*
      *部品1行分をその部品のチェックサムへ加算する
      *（台帳のページ行と同じ規則。末尾の空白は数えない）
      *-------------------------------------*
       MAIN-160-SUM-INCLUDE-LINE.
           MOVE 0 TO INCL-BODY-LEN.
           PERFORM VARYING INCL-BLK FROM 100 BY -1
                     UNTIL INCL-BLK < 1 OR INCL-BODY-LEN > 0
               COMPUTE INCL-BLK-START = (INCL-BLK - 1) * 500 + 1
               IF INC-REC(INCL-BLK-START:500) NOT = SPACE
                   COMPUTE INCL-CHR = INCL-BLK-START + 499
                   PERFORM UNTIL INCL-CHR < INCL-BLK-START
                                 OR INC-REC(INCL-CHR:1) NOT = SPACE
                       SUBTRACT 1 FROM INCL-CHR
                   END-PERFORM
                   MOVE INCL-CHR TO INCL-BODY-LEN
               END-IF
           END-PERFORM.
           MOVE INCS-SUM(INCS-DEPTH) TO INCL-SUM-WORK.
           PERFORM VARYING INCL-CHR FROM 1 BY 1
                     UNTIL INCL-CHR > INCL-BODY-LEN
               MOVE INC-REC(INCL-CHR:1) TO INCL-CHK-CHAR
               COMPUTE INCL-SUM-WORK = INCL-SUM-WORK
                       + INCL-CHK-NUM * INCS-WEIGHT(INCS-DEPTH)
               ADD 1 TO INCS-WEIGHT(INCS-DEPTH)
               IF INCS-WEIGHT(INCS-DEPTH) > 97
                   MOVE 1 TO INCS-WEIGHT(INCS-DEPTH)
               END-IF
           END-PERFORM.
           DIVIDE INCL-SUM-WORK BY 1000000000
                  GIVING INCL-CHK-Q REMAINDER INCL-CHK-R.
           MOVE INCL-CHK-R TO INCS-SUM(INCS-DEPTH).
      *-------------------------------------*
      *INCL-LINEの1行が差し込み指定かを調べる
      *（SW-INCL-DIRECTIVE:'Y'=指定・'M'=書式の誤り・'N'=指定でない）
      *-------------------------------------*
       MAIN-160-PARSE-INCLUDE.
           MOVE 'N' TO SW-INCL-DIRECTIVE.
           MOVE SPACE TO INCL-TARGET INCL-EXTRA.
           IF INCL-LINE(1:12) = INCL-MARK
               MOVE 'M' TO SW-INCL-DIRECTIVE
               MOVE 300 TO INCL-LEN
               PERFORM UNTIL INCL-LEN = 1
                             OR INCL-LINE(INCL-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM INCL-LEN
               END-PERFORM
               IF INCL-LEN >= 16
                   AND INCL-LINE(INCL-LEN - 2:3) = "-->"
                   UNSTRING INCL-LINE(13:INCL-LEN - 15)
                            DELIMITED BY ALL SPACE
                            INTO INCL-TARGET INCL-EXTRA
                   IF INCL-TARGET NOT = SPACE
                       AND INCL-EXTRA = SPACE
                       AND INCL-TARGET(1:1) NOT = "/"
                       MOVE 'Y' TO SW-INCL-DIRECTIVE
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *COND-LINEの1行を公開するかを決める
      *BUILD-PROFILE設定時、条件マーカーの行と公開されない側の
      *行はSW-LINE-PUBLISHEDを'N'にする（AUTOMANUALと同じ規則）
      *-------------------------------------*
       MAIN-170-LINE-PUBLISHED.
           PERFORM MAIN-171-CHECK-CONDITION.
           MOVE 'Y' TO SW-LINE-PUBLISHED.
           IF BUILD-PROFILE NOT = SPACE
               AND (COND-KIND NOT = SPACE OR COND-OFF-DEPTH > 0)
               MOVE 'N' TO SW-LINE-PUBLISHED
           END-IF.
      *-------------------------------------*
      *COND-LINEの1行が条件マーカーかを調べ、入れ子の状態を進める
      *（COND-KIND:'I'=if・'E'=endif・空白=マーカーでない。
      *　COND-OFF-DEPTHが0でなければ公開されない側にいる）
      *-------------------------------------*
       MAIN-171-CHECK-CONDITION.
           MOVE SPACE TO COND-KIND.
           MOVE 'N' TO SW-COND-TRUE.
           MOVE 'Y' TO SW-COND-KNOWN.
           IF COND-LINE(1:12) = COND-ENDIF-MARK
               AND COND-LINE(13:288) = SPACE
               MOVE 'E' TO COND-KIND
               ADD 1 TO COND-MARKERS
               IF COND-DEPTH = 0
                   ADD 1 TO COND-STRAY
               ELSE
                   IF COND-OFF-DEPTH = COND-DEPTH
                       MOVE 0 TO COND-OFF-DEPTH
                   END-IF
                   SUBTRACT 1 FROM COND-DEPTH
               END-IF
           END-IF.
           IF COND-LINE(1:7) = COND-IF-MARK
               MOVE 'I' TO COND-KIND
               ADD 1 TO COND-MARKERS
               PERFORM MAIN-172-EVAL-CONDITION
               ADD 1 TO COND-DEPTH
               IF COND-OFF-DEPTH = 0 AND SW-COND-TRUE = 'N'
                   MOVE COND-DEPTH TO COND-OFF-DEPTH
               END-IF
           END-IF.
      *-------------------------------------*
      *"<!--if キー=値[,値...]-->"の条件を評価する
      *-------------------------------------*
       MAIN-172-EVAL-CONDITION.
           MOVE 300 TO COND-LEN.
           PERFORM UNTIL COND-LEN = 1
                         OR COND-LINE(COND-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM COND-LEN
           END-PERFORM.
           MOVE SPACE TO COND-KEY COND-VALUES.
           IF COND-LEN < 13
               OR COND-LINE(COND-LEN - 2:3) NOT = "-->"
               MOVE 'M' TO SW-COND-KNOWN
           ELSE
               UNSTRING COND-LINE(8:COND-LEN - 10) DELIMITED BY "="
                        INTO COND-KEY COND-VALUES
               IF COND-KEY = SPACE OR COND-VALUES = SPACE
                   MOVE 'M' TO SW-COND-KNOWN
               ELSE
                   MOVE 1 TO COND-PTR
                   PERFORM UNTIL COND-PTR > 250
                       MOVE SPACE TO COND-VALUE
                       UNSTRING COND-VALUES DELIMITED BY ","
                                INTO COND-VALUE
                                WITH POINTER COND-PTR
                       IF COND-VALUE = SPACE
                           MOVE 'M' TO SW-COND-KNOWN
                       ELSE
                           PERFORM MAIN-173-MATCH-PROFILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *条件の値1つをプロファイル一覧と照合する
      *-------------------------------------*
       MAIN-173-MATCH-PROFILE.
           MOVE 'N' TO SW-COND-VAL-SEEN.
           PERFORM VARYING PROF-IDX FROM 1 BY 1
                     UNTIL PROF-IDX > PROF-COUNT
               IF PROF-KEY(PROF-IDX) = COND-KEY
                   AND PROF-VALUE(PROF-IDX) = COND-VALUE
                   MOVE 'Y' TO SW-COND-VAL-SEEN
                   IF PROF-ACTIVE(PROF-IDX) = 'Y'
                       MOVE 'Y' TO SW-COND-TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF SW-COND-VAL-SEEN = 'N' AND SW-COND-KNOWN = 'Y'
               MOVE 'N' TO SW-COND-KNOWN
           END-IF.
      *-------------------------------------*
      *指摘1件を書く（ページの最初の指摘の前にページ見出しを書く）
      *"  line NNNNN: 種別 - 内容" / "  page: 種別 - 内容"
      *-------------------------------------*
       MAIN-200-WRITE-FINDING.
           IF SW-PAGE-HEADED = 'N'
               MOVE SPACE TO RPT-TEXT
               STRING "### "           DELIMITED BY SIZE
                      PAGE-FILE-PATH   DELIMITED BY SPACE
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
      *部品ごとの使用ページ一覧
      *"## 部品 (pages=NNNNN)"に続けて"  ページ [(via 部品)]"
      *次の差分実行で再処理されるページには印を付ける
      *-------------------------------------*
       MAIN-400-WRITE-WHERE-USED.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "where used:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SNIP-COUNT TO WS-SNIPPETS.
           PERFORM VARYING SNIP-IDX FROM 1 BY 1
                     UNTIL SNIP-IDX > SNIP-COUNT
               MOVE SPACE TO RPT-TEXT
               STRING "## "                DELIMITED BY SIZE
                      SNIP-PATH(SNIP-IDX)  DELIMITED BY SPACE
                      " (pages="           DELIMITED BY SIZE
                      SNIP-PAGES(SNIP-IDX) DELIMITED BY SIZE
                      ")"                  DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING USE-IDX FROM 1 BY 1
                         UNTIL USE-IDX > USE-COUNT
                   IF USE-SNIP(USE-IDX) = SNIP-PATH(SNIP-IDX)
                       PERFORM MAIN-410-WRITE-ONE-USE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *-------------------------------------*
       MAIN-410-WRITE-ONE-USE.
           MOVE SPACE TO RPT-TEXT.
           IF USE-VIA(USE-IDX) = SPACE
               STRING "  "               DELIMITED BY SIZE
                      USE-PAGE(USE-IDX)  DELIMITED BY SPACE
                      INTO RPT-TEXT
           ELSE
               STRING "  "               DELIMITED BY SIZE
                      USE-PAGE(USE-IDX)  DELIMITED BY SPACE
                      " (via "           DELIMITED BY SIZE
                      USE-VIA(USE-IDX)   DELIMITED BY SPACE
                      ")"                DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-IF.
           IF USE-PENDING(USE-IDX) = 'Y'
               MOVE RPT-TEXT TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               ADD 1 TO WS-TRIM-LEN
               STRING " - changed since last publish"
                                         DELIMITED BY SIZE
                      INTO RPT-TEXT WITH POINTER WS-TRIM-LEN
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages-checked="     DELIMITED BY SIZE
                  WS-PAGES-CHECKED     DELIMITED BY SIZE
                  " clean="            DELIMITED BY SIZE
                  WS-PAGES-CLEAN       DELIMITED BY SIZE
                  " source-missing="   DELIMITED BY SIZE
                  WS-MISSING           DELIMITED BY SIZE
                  " pages-with-includes="
                                       DELIMITED BY SIZE
                  WS-PAGES-USING       DELIMITED BY SIZE
                  " snippets="         DELIMITED BY SIZE
                  WS-SNIPPETS          DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "missing-includes="  DELIMITED BY SIZE
                  WS-MISSING-INCL      DELIMITED BY SIZE
                  " circular-includes="
                                       DELIMITED BY SIZE
                  WS-CIRCULAR          DELIMITED BY SIZE
                  " too-deep="         DELIMITED BY SIZE
                  WS-TOO-DEEP          DELIMITED BY SIZE
                  " malformed="        DELIMITED BY SIZE
                  WS-MALFORMED         DELIMITED BY SIZE
                  " pending-republish="
                                       DELIMITED BY SIZE
                  WS-PENDING           DELIMITED BY SIZE
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
