       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOCOND.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。本文の条件付きブロック
      *                        （<!--if キー=値-->～<!--endif-->）を
      *                        点検し、ページと行番号ごとに報告する。
      *                        ・対応の崩れ（ifの無いendif・閉じて
      *                        　いないif）
      *                        ・プロファイル一覧に無いキー・値の条件
      *                        　と書式の誤ったマーカー
      *                        ・本文はあるのに、選んだプロファイルでは
      *                        　公開される本文が1行も残らない節
      *                        対象はTOC.mdに掲載されたold/配下の各
      *                        ページ（PAIR-FILE設定時は対応するold_en/
      *                        配下のページも）。プロファイルは引数で
      *                        指定し、省略時は設定ファイルの
      *                        BUILD-PROFILE。どちらも無ければ空になる
      *                        節の点検だけを行わない。
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
           SELECT    PROFILEFILE   ASSIGN         TO   DYNAMIC
                                                       PROFILES-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROF-STS.
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
       FD  PROFILEFILE.
       01  PROFILE-LINE            PIC X(300).
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
       01  PROF-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autocond_report.log".
      *条件マーカーとビルドプロファイル
           COPY CONDMARK.
      *引数（点検に使うプロファイル名。省略時はBUILD-PROFILE）
       01  WRK-STRING               PIC X(250).
       01  WS-ARG-PROFILE           PIC X(100)  VALUE SPACE.
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
      *点検中のページ（ツリーとページ名）
       01  WS-TREE                  PIC X(10).
       01  WS-PAGE-NAME             PIC X(250).
      *開いているifの行番号（入れ子の深さごと。閉じていないifの報告用）
       01  CIF-TABLE.
           05  CIF-LINE             PIC 9(05) OCCURS 50 TIMES.
       01  CIF-IDX                  PIC 9(03) COMP.
       01  WS-STRAY-BEFORE          PIC 9(03) COMP.
      *ページの走査状態
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-IN-FENCE              PIC X       VALUE 'N'.
       01  SW-PAGE-HEADED           PIC X       VALUE 'N'.
       01  SW-LINE-PUBLISHED        PIC X       VALUE 'Y'.
       01  WS-LINE-NO               PIC 9(05)  VALUE 0.
      *直前の見出しの節（SW-SEC-RAWは条件を無視した本文の有無、
      *SW-SEC-PUBはプロファイルで公開される本文の有無）
       01  SW-SEC-OPEN              PIC X       VALUE 'N'.
       01  SW-SEC-RAW               PIC X       VALUE 'N'.
       01  SW-SEC-PUB               PIC X       VALUE 'N'.
       01  WS-SEC-LINE              PIC 9(05)  VALUE 0.
       01  WS-SEC-LEVEL             PIC 9(01)  VALUE 0.
       01  WS-SEC-TEXT              PIC X(200).
      *見出し行の解析
       01  WS-LEAD                  PIC 9(02) COMP.
       01  WS-HEAD-LEVEL            PIC 9(01)  VALUE 0.
       01  WS-HASHES                PIC 9(02) COMP.
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
       01  WS-MARKERS               PIC 9(05)  VALUE 0.
       01  WS-UNMATCHED             PIC 9(05)  VALUE 0.
       01  WS-UNCLOSED              PIC 9(05)  VALUE 0.
       01  WS-UNKNOWN               PIC 9(05)  VALUE 0.
       01  WS-MALFORMED             PIC 9(05)  VALUE 0.
       01  WS-EMPTY-SECTIONS        PIC 9(05)  VALUE 0.
       01  WS-PAGE-FINDINGS         PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           UNSTRING WRK-STRING DELIMITED BY SPACE INTO WS-ARG-PROFILE.
           PERFORM MAIN-005-LOAD-CONFIG.
           IF WS-ARG-PROFILE NOT = SPACE
               IF WS-ARG-PROFILE(31:70) NOT = SPACE
                   DISPLAY "AUTOCOND: profile name longer than 30 "
                           "bytes - " WS-ARG-PROFILE(1:60)
                   MOVE 8 TO RETURN-CODE
                   GO TO MAIN-900
               END-IF
               MOVE WS-ARG-PROFILE TO BUILD-PROFILE
           END-IF.
           PERFORM MAIN-008-LOAD-PROFILES.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOCOND conditional block lint report" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           IF BUILD-PROFILE = SPACE
               MOVE "profile: (none) - empty-section check skipped"
                    TO RPT-TEXT
           ELSE
               STRING "profile: "    DELIMITED BY SIZE
                      BUILD-PROFILE  DELIMITED BY SPACE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF PROF-COUNT = 0
               MOVE SPACE TO RPT-TEXT
               STRING "profiles file not loaded or empty - all "
                                     DELIMITED BY SIZE
                      "conditions are reported as unknown"
                                     DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
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
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルからプロファイルと日英ページ対応表のパスを読み込む
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
      *プロファイル一覧の読込（1行1設定:"プロファイル名 キー=値"）
      *BUILD-PROFILEで選んだプロファイルの行が1行も無ければ、
      *条件付きブロックをすべて落としてしまうので中止する
      *（AUTOMANUALと同じ規則）
      *-------------------------------------*
       MAIN-008-LOAD-PROFILES.
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
                           PERFORM MAIN-009-ONE-PROFILE-LINE
                        END-IF
               END-PERFORM
               CLOSE PROFILEFILE
           END-IF.
           IF BUILD-PROFILE NOT = SPACE AND PROF-ACTIVE-COUNT = 0
               DISPLAY "AUTOCOND: build profile not defined in "
                       "profiles file - aborting: " BUILD-PROFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-------------------------------------*
       MAIN-009-ONE-PROFILE-LINE.
           MOVE SPACE TO PROF-P1 PROF-P2 PROF-P3 COND-KEY.
           UNSTRING PROF-REC DELIMITED BY ALL SPACE
                    INTO PROF-P1 PROF-P2.
           UNSTRING PROF-P2 DELIMITED BY "="
                    INTO COND-KEY PROF-P3.
           IF PROF-P1 = SPACE OR PROF-P1(31:70) NOT = SPACE
               OR COND-KEY = SPACE
               OR PROF-P3 = SPACE OR PROF-P3(31:70) NOT = SPACE
               DISPLAY "AUTOCOND: WARNING bad profiles line "
                       "ignored: " PROF-REC(1:60)
           ELSE
               IF PROF-COUNT >= 500
                   DISPLAY "AUTOCOND: profiles file exceeds 500 "
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
                               DISPLAY "AUTOCOND: TOC table full "
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
                                   DISPLAY "AUTOCOND: pair table "
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
           IF WS-PAGE-FINDINGS = 0
               ADD 1 TO WS-PAGES-CLEAN
           END-IF.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-FILE-PATHのページを1行ずつ読み、条件マーカーを点検する
      *-------------------------------------*
       MAIN-110-SCAN-PAGE.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN SW-IN-FENCE
                       SW-SEC-OPEN SW-SEC-RAW SW-SEC-PUB.
           MOVE 0 TO WS-LINE-NO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
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
           ADD COND-MARKERS TO WS-MARKERS.
      *ページ末尾で閉じていない節と閉じていないif（深い方から）
           PERFORM MAIN-150-CLOSE-SECTION.
           PERFORM VARYING CIF-IDX FROM COND-DEPTH BY -1
                     UNTIL CIF-IDX < 1
               ADD 1 TO WS-UNCLOSED
               MOVE 0 TO WS-FIND-LINE
               IF CIF-IDX <= 50
                   MOVE CIF-LINE(CIF-IDX) TO WS-FIND-LINE
               END-IF
               MOVE "UNCLOSED CONDITION" TO WS-FIND-KIND
               MOVE "<!--if--> without a matching <!--endif-->"
                    TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
           END-PERFORM.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1行分の点検
      *フロントマター（1行目の"---"から次の"---"まで）は読み飛ばす
      *マーカーはコードブロック内でも各処理が解決するため区別しない
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
           MOVE PAGE-REC(1:300) TO COND-LINE.
           MOVE COND-STRAY TO WS-STRAY-BEFORE.
           PERFORM MAIN-130-CHECK-CONDITION.
           IF COND-KIND NOT = SPACE
               PERFORM MAIN-140-MARKER
               GO TO MAIN-120-EXIT
           END-IF.
           IF COND-OFF-DEPTH = 0
               MOVE 'Y' TO SW-LINE-PUBLISHED
           ELSE
               MOVE 'N' TO SW-LINE-PUBLISHED
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
                   END-IF
                   PERFORM MAIN-145-CONTENT
                   GO TO MAIN-120-EXIT
               END-IF
           END-IF.
           MOVE 0 TO WS-HEAD-LEVEL WS-HASHES.
           IF SW-IN-FENCE = 'N'
               PERFORM UNTIL WS-HASHES >= 7
                             OR PAGE-REC(WS-HASHES + 1:1) NOT = "#"
                   ADD 1 TO WS-HASHES
               END-PERFORM
               IF WS-HASHES > 0 AND WS-HASHES < 7
                   AND PAGE-REC(WS-HASHES + 1:1) = SPACE
                   MOVE WS-HASHES TO WS-HEAD-LEVEL
               END-IF
           END-IF.
      *本文の行と、公開されない側の見出し（囲む節の本文になる）
           IF WS-HEAD-LEVEL = 0 OR SW-LINE-PUBLISHED = 'N'
               PERFORM MAIN-145-CONTENT
               GO TO MAIN-120-EXIT
           END-IF.
      *公開される見出し：下位の見出しは直前の節の中身とみなす
           IF SW-SEC-OPEN = 'Y'
               IF WS-HEAD-LEVEL > WS-SEC-LEVEL
                   MOVE 'Y' TO SW-SEC-RAW SW-SEC-PUB
               END-IF
               PERFORM MAIN-150-CLOSE-SECTION
           END-IF.
           MOVE 'Y' TO SW-SEC-OPEN.
           MOVE 'N' TO SW-SEC-RAW SW-SEC-PUB.
           MOVE WS-LINE-NO TO WS-SEC-LINE.
           MOVE WS-HEAD-LEVEL TO WS-SEC-LEVEL.
           MOVE PAGE-REC(1:200) TO WS-SEC-TEXT.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *COND-LINEの1行が条件マーカーかを調べ、入れ子の状態を進める
      *（AUTOMANUALと同じ規則。COND-KIND:'I'=if・'E'=endif・
      *　空白=マーカーでない。COND-OFF-DEPTHが0でなければ
      *　公開されない側にいる）
      *-------------------------------------*
       MAIN-130-CHECK-CONDITION.
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
               PERFORM MAIN-131-EVAL-CONDITION
               ADD 1 TO COND-DEPTH
               IF COND-OFF-DEPTH = 0 AND SW-COND-TRUE = 'N'
                   MOVE COND-DEPTH TO COND-OFF-DEPTH
               END-IF
           END-IF.
      *-------------------------------------*
      *"<!--if キー=値[,値...]-->"の条件を評価する
      *-------------------------------------*
       MAIN-131-EVAL-CONDITION.
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
                           PERFORM MAIN-132-MATCH-PROFILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *条件の値1つをプロファイル一覧と照合する
      *-------------------------------------*
       MAIN-132-MATCH-PROFILE.
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
      *マーカー行1件分（対応の崩れ・未知の条件・書式の誤り）
      *-------------------------------------*
       MAIN-140-MARKER.
           MOVE WS-LINE-NO TO WS-FIND-LINE.
           MOVE PAGE-REC(1:200) TO WS-FIND-DETAIL.
           IF COND-KIND = 'E'
               IF COND-STRAY > WS-STRAY-BEFORE
                   ADD 1 TO WS-UNMATCHED
                   MOVE "UNMATCHED ENDIF" TO WS-FIND-KIND
                   MOVE "<!--endif--> without an open <!--if-->"
                        TO WS-FIND-DETAIL
                   PERFORM MAIN-200-WRITE-FINDING
               END-IF
           ELSE
               IF COND-DEPTH <= 50
                   MOVE WS-LINE-NO TO CIF-LINE(COND-DEPTH)
               END-IF
               IF SW-COND-KNOWN = 'N'
                   ADD 1 TO WS-UNKNOWN
                   MOVE "UNKNOWN CONDITION" TO WS-FIND-KIND
                   PERFORM MAIN-200-WRITE-FINDING
               END-IF
               IF SW-COND-KNOWN = 'M'
                   ADD 1 TO WS-MALFORMED
                   MOVE "MALFORMED CONDITION" TO WS-FIND-KIND
                   PERFORM MAIN-200-WRITE-FINDING
               END-IF
           END-IF.
      *-------------------------------------*
      *本文1行を直前の節の中身として数える
      *-------------------------------------*
       MAIN-145-CONTENT.
           MOVE 'Y' TO SW-SEC-RAW.
           IF SW-LINE-PUBLISHED = 'Y'
               MOVE 'Y' TO SW-SEC-PUB
           END-IF.
      *-------------------------------------*
      *直前の節を閉じる（本文はあるのにプロファイルで1行も
      *公開されなければ報告。本文の無い節はAUTOHEADが報告する）
      *-------------------------------------*
       MAIN-150-CLOSE-SECTION.
           IF SW-SEC-OPEN = 'Y' AND BUILD-PROFILE NOT = SPACE
               AND SW-SEC-RAW = 'Y' AND SW-SEC-PUB = 'N'
               ADD 1 TO WS-EMPTY-SECTIONS
               MOVE WS-SEC-LINE TO WS-FIND-LINE
               MOVE "EMPTY UNDER PROFILE" TO WS-FIND-KIND
               MOVE WS-SEC-TEXT TO WS-FIND-DETAIL
               PERFORM MAIN-200-WRITE-FINDING
           END-IF.
           MOVE 'N' TO SW-SEC-OPEN.
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
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages-checked="     DELIMITED BY SIZE
                  WS-PAGES-CHECKED     DELIMITED BY SIZE
                  " clean="            DELIMITED BY SIZE
                  WS-PAGES-CLEAN       DELIMITED BY SIZE
                  " source-missing="   DELIMITED BY SIZE
                  WS-MISSING           DELIMITED BY SIZE
                  " markers="          DELIMITED BY SIZE
                  WS-MARKERS           DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "unmatched-endif="   DELIMITED BY SIZE
                  WS-UNMATCHED         DELIMITED BY SIZE
                  " unclosed-if="      DELIMITED BY SIZE
                  WS-UNCLOSED          DELIMITED BY SIZE
                  " unknown-conditions="
                                       DELIMITED BY SIZE
                  WS-UNKNOWN           DELIMITED BY SIZE
                  " malformed-conditions="
                                       DELIMITED BY SIZE
                  WS-MALFORMED         DELIMITED BY SIZE
                  " empty-sections="   DELIMITED BY SIZE
                  WS-EMPTY-SECTIONS    DELIMITED BY SIZE
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
