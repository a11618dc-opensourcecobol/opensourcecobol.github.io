       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOAPPROVE.
       AUTHOR.                     M YOKOGAWA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M YOKOGAWA   新規作成。編集承認ゲート
      *                        （APPROVALS-FILE）で公開を保留されて
      *                        いるページの承認待ち一覧を作る。
      *                        TOC.md掲載のold/配下のページ（PAIR-FILE
      *                        設定時はold_en/配下の英語側も）の現在の
      *                        チェックサムを求め、台帳（公開済みの
      *                        内容）とも承認ファイルとも一致しない
      *                        ページを、前回の承認・承認行の書き方・
      *                        automanual_changes.logの該当ページの
      *                        追加行／削除行と並べて書き出す。
      *                        承認待ちがあれば終了コード4
      *2026-10-15 M YOKOGAWA   差し込み指定（<!--include 部品-->）の
      *                        部品をたどり、承認に使うチェックサムを
      *                        AUTOMANUALの承認ゲートと同じく部品の
      *                        チェックサムを足した値にした。台帳との
      *                        照合も部品行まで見るようにし、部品だけ
      *                        が変わったページも承認待ちに出す
      *2026-10-15 M YOKOGAWA   BUILD-PROFILE設定時は公開されない
      *                        条件付きブロックの中の差し込み指定を
      *                        たどらないようにした（AUTOMANUALの
      *                        承認ゲートと同じ部品だけを足す）
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
           SELECT    APPROVALFILE  ASSIGN         TO   DYNAMIC
                                                       APPROVALS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   APPR-STS.
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
           SELECT    CHANGESFILE   ASSIGN         TO   DYNAMIC
                                                       CHANGES-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CHG-STS.
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
       FD  APPROVALFILE.
       01  APPR-LINE               PIC X(300).
       FD  PAIRFILE.
       01  PAIR-LINE               PIC X(500).
       FD  LEDGERFILE.
       01  LED-LINE                PIC X(300).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  INCFILE.
       01  INC-REC                 PIC X(50000).
       FD  CHANGESFILE.
       01  CHG-LINE                PIC X(300).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
       FD  PROFILEFILE.
       01  PROFILE-LINE            PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  APPR-STS                 PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  LED-STS                  PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  INC-STS                  PIC X(02).
       01  CHG-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  PROF-STS                 PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  APPROVALS-PATH           PIC X(256)  VALUE SPACE.
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  LEDGER-PATH              PIC X(256)
                                    VALUE "automanual.ledger".
       01  PAGE-FILE-PATH           PIC X(256).
       01  CHANGES-PATH             PIC X(256)
                                    VALUE "automanual_changes.log".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoapprove_pending.log".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *承認ファイル（ページ チェックサム 承認者 承認日）
      *同じページの行が複数あれば後の行ほど新しい承認とみなす
       01  APPR-TABLE.
           05  APPR-ENTRY           OCCURS 2000 TIMES
                                     INDEXED BY APPR-IDX.
               10  APPR-NAME        PIC X(250).
               10  APPR-CHECKSUM    PIC 9(09).
               10  APPR-BY          PIC X(40).
               10  APPR-DATE        PIC X(10).
       01  APPR-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-APPR-COUNT-D          PIC 9(05)  VALUE 0.
       01  APPR-REC                 PIC X(300).
       01  APPR-PART-NAME           PIC X(250).
       01  APPR-PART-SUM            PIC X(12).
       01  APPR-PART-BY             PIC X(40).
       01  APPR-PART-DATE           PIC X(10).
       01  SW-APPROVED              PIC X       VALUE 'N'.
       01  WS-LAST-APPR-IX          PIC 9(04) COMP VALUE 0.
      *TOC.mdのページ名一覧
       01  TOC-TABLE.
           05  TOC-FILENAME         PIC X(250) OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX.
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *日英ページ対応表（英語側のページ名だけを使う）
       01  PAIR-TABLE.
           05  PAIR-EN              PIC X(250) OCCURS 1000 TIMES
                                     INDEXED BY PAIR-IDX.
       01  PAIR-COUNT               PIC 9(04) COMP VALUE 0.
       01  PAIR-REC                 PIC X(500).
       01  PAIR-P1                  PIC X(250).
       01  PAIR-P2                  PIC X(250).
      *ページ台帳（公開済みの内容の行数とチェックサム）
       01  LED-TABLE.
           05  LED-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY LED-IDX.
               10  LED-NAME         PIC X(250).
               10  LED-LINES        PIC 9(07).
               10  LED-CHECKSUM     PIC 9(09).
       01  LED-COUNT                PIC 9(04) COMP VALUE 0.
       01  LED-REC                  PIC X(300).
       01  LED-PART-NAME            PIC X(250).
       01  LED-PART-LINES           PIC X(10).
       01  LED-PART-SUM             PIC X(12).
       01  SW-LED-FOUND             PIC X       VALUE 'N'.
       01  WS-FOUND-LINES           PIC 9(07)  VALUE 0.
       01  WS-FOUND-SUM             PIC 9(09)  VALUE 0.
      *台帳の「ページ>部品」行の照合（キーの頭はページのパスに">"）
       01  SW-LED-INCL-SAME         PIC X       VALUE 'N'.
       01  WS-INC-KEY               PIC X(250).
       01  WS-INC-KEY-LEN           PIC 9(03) COMP VALUE 0.
       01  WS-INC-LED-COUNT         PIC 9(03) COMP VALUE 0.
       01  WS-FOUND-APPR-SUM        PIC 9(12) COMP VALUE 0.
       01  WS-FOUND-APPR-SUM-D      PIC 9(09)  VALUE 0.
      *点検中のページ（台帳と同じツリー込みのパス）
       01  WS-TREE                  PIC X(10).
       01  WS-PAGE-NAME             PIC X(250).
       01  WS-PAGE-KEY              PIC X(250).
      *変換元の現在のチェックサム計算（AUTOMANUALの台帳と同じ
      *位置重み付きバイト和）
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(07)  VALUE 0.
       01  WS-FILE-SUM              PIC 9(12) COMP VALUE 0.
       01  WS-FILE-SUM-D            PIC 9(09)  VALUE 0.
       01  WS-SUM-WEIGHT            PIC 9(02) COMP VALUE 1.
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
      *承認に使う値（変換元のチェックサムに、差し込む部品の
      *チェックサムを足して10億で割った余り。AUTOMANUALと同じ）
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  WS-APPR-SUM              PIC 9(12) COMP VALUE 0.
       01  WS-APPR-SUM-D            PIC 9(09)  VALUE 0.
       COPY INCLMARK.
      *条件付きブロックのマーカーとビルドプロファイル
      *（公開されない行の差し込み指定はたどらない）
           COPY CONDMARK.
       01  SW-LINE-PUBLISHED        PIC X       VALUE 'Y'.
      *変更レポートの該当ページ部分の取り出し
       01  CHG-REC                  PIC X(300).
       01  SW-IN-BLOCK              PIC X       VALUE 'N'.
       01  SW-BLOCK-FOUND           PIC X       VALUE 'N'.
      *件数集計
       01  WS-PAGES-CHECKED         PIC 9(05)  VALUE 0.
       01  WS-PUBLISHED             PIC 9(05)  VALUE 0.
       01  WS-APPROVED-WAITING      PIC 9(05)  VALUE 0.
       01  WS-PENDING               PIC 9(05)  VALUE 0.
       01  WS-NEVER-APPROVED        PIC 9(05)  VALUE 0.
       01  WS-NO-CHANGE-LINES       PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           PERFORM MAIN-005-LOAD-CONFIG.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOAPPROVE pages awaiting editorial approval report"
                TO RPT-LINE.
           WRITE RPT-LINE.
           IF APPROVALS-PATH = SPACE
               MOVE "approval gate not enabled (APPROVALS-FILE not set)"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 0 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           PERFORM MAIN-010-LOAD-APPROVALS.
           PERFORM MAIN-015-LOAD-PROFILES.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
           PERFORM MAIN-040-LOAD-LEDGER.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing to check"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           MOVE APPR-COUNT TO WS-APPR-COUNT-D.
           MOVE SPACE TO RPT-TEXT.
           STRING "approvals-file="  DELIMITED BY SIZE
                  APPROVALS-PATH     DELIMITED BY SPACE
                  " approvals="      DELIMITED BY SIZE
                  WS-APPR-COUNT-D    DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "old/" TO WS-TREE.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               MOVE TOC-FILENAME(TOC-IDX) TO WS-PAGE-NAME
               PERFORM MAIN-100-CHECK-ONE-PAGE THRU MAIN-100-EXIT
           END-PERFORM.
           MOVE "old_en/" TO WS-TREE.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                     UNTIL PAIR-IDX > PAIR-COUNT
               MOVE PAIR-EN(PAIR-IDX) TO WS-PAGE-NAME
               PERFORM MAIN-100-CHECK-ONE-PAGE THRU MAIN-100-EXIT
           END-PERFORM.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルから承認ファイルと日英対応表のパス、
      *ビルドプロファイルを読み込む
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
                           IF CFG-KEY = "APPROVALS-FILE"
                              MOVE CFG-VALUE TO APPROVALS-PATH
                           END-IF
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
      *承認ファイルの読込（無ければ承認済みのページが無いものとする）
      *-------------------------------------*
       MAIN-010-LOAD-APPROVALS.
           MOVE 0 TO APPR-COUNT.
           OPEN INPUT APPROVALFILE.
           IF APPR-STS = "00"
               PERFORM UNTIL APPR-STS NOT = ZERO
                   READ APPROVALFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE APPR-LINE TO APPR-REC
                        IF APPR-REC NOT = SPACE
                           AND APPR-REC(1:1) NOT = "*"
                           IF APPR-COUNT >= 2000
                               DISPLAY "AUTOAPPROVE: approvals table "
                                       "full (2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO APPR-PART-NAME APPR-PART-SUM
                                         APPR-PART-BY   APPR-PART-DATE
                           UNSTRING APPR-REC DELIMITED BY ALL SPACE
                                    INTO APPR-PART-NAME APPR-PART-SUM
                                         APPR-PART-BY   APPR-PART-DATE
                           IF APPR-PART-NAME NOT = SPACE
                              AND APPR-PART-SUM NOT = SPACE
                              ADD 1 TO APPR-COUNT
                              MOVE APPR-PART-NAME
                                   TO APPR-NAME(APPR-COUNT)
                              MOVE APPR-PART-SUM(1:9)
                                   TO APPR-CHECKSUM(APPR-COUNT)
                              MOVE APPR-PART-BY
                                   TO APPR-BY(APPR-COUNT)
                              MOVE APPR-PART-DATE
                                   TO APPR-DATE(APPR-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE APPROVALFILE
           ELSE
               DISPLAY "AUTOAPPROVE: approvals file not found - "
                       APPROVALS-PATH
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
               DISPLAY "AUTOAPPROVE: build profile not defined in "
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
               DISPLAY "AUTOAPPROVE: WARNING bad profiles line "
                       "ignored: " PROF-REC(1:60)
           ELSE
               IF PROF-COUNT >= 500
                   DISPLAY "AUTOAPPROVE: profiles file exceeds 500 "
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
                               DISPLAY "AUTOAPPROVE: TOC table full "
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
      *日英ページ対応表の読込（PAIR-FILE未設定なら英語側は見ない）
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
                                   DISPLAY "AUTOAPPROVE: pair table "
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
                                  MOVE PAIR-P2 TO PAIR-EN(PAIR-COUNT)
                               END-IF
                            END-IF
                   END-PERFORM
                   CLOSE PAIRFILE
               END-IF
           END-IF.
      *-------------------------------------*
      *ページ台帳の読込（行数とチェックサム）
      *-------------------------------------*
       MAIN-040-LOAD-LEDGER.
           MOVE 0 TO LED-COUNT.
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
                           IF LED-COUNT >= 2000
                               DISPLAY "AUTOAPPROVE: ledger table "
                                       "full (2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM
                           UNSTRING LED-REC DELIMITED BY SPACE
                                    INTO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM
                           IF LED-PART-NAME NOT = SPACE
                              AND LED-PART-SUM NOT = SPACE
                              ADD 1 TO LED-COUNT
                              MOVE LED-PART-NAME
                                   TO LED-NAME(LED-COUNT)
                              MOVE LED-PART-LINES(1:7)
                                   TO LED-LINES(LED-COUNT)
                              MOVE LED-PART-SUM(1:9)
                                   TO LED-CHECKSUM(LED-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.
      *-------------------------------------*
      *1ページ分の点検
      *台帳と同じ内容なら公開済み、承認ファイルに今のチェックサムが
      *あれば次回のAUTOMANUALで公開される。どちらでも無ければ
      *承認待ちとして一覧に書く
      *-------------------------------------*
       MAIN-100-CHECK-ONE-PAGE.
           MOVE SPACE TO WS-PAGE-KEY.
           STRING WS-TREE        DELIMITED BY SPACE
                  WS-PAGE-NAME   DELIMITED BY SPACE
                  INTO WS-PAGE-KEY.
           MOVE WS-PAGE-KEY TO PAGE-FILE-PATH.
           PERFORM MAIN-110-SCAN-PAGE.
           IF SW-FILE-READ = 'N'
               ADD 1 TO WS-MISSING
               GO TO MAIN-100-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-CHECKED.
           PERFORM MAIN-120-LOOKUP-LEDGER.
           PERFORM MAIN-125-CHECK-LEDGER-INCLUDES.
           IF SW-LED-FOUND = 'Y'
               AND WS-FOUND-LINES = WS-LINE-NO
               AND WS-FOUND-SUM = WS-FILE-SUM-D
               AND SW-LED-INCL-SAME = 'Y'
               ADD 1 TO WS-PUBLISHED
               GO TO MAIN-100-EXIT
           END-IF.
           PERFORM MAIN-130-LOOKUP-APPROVAL.
           IF SW-APPROVED = 'Y'
               ADD 1 TO WS-APPROVED-WAITING
               GO TO MAIN-100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING.
           PERFORM MAIN-200-WRITE-PENDING-PAGE.
           PERFORM MAIN-210-COPY-CHANGE-LINES.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-FILE-PATHのページを読み、行数と全行のチェックサムを求める
      *-------------------------------------*
       MAIN-110-SCAN-PAGE.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN.
           MOVE 0 TO WS-LINE-NO WS-FILE-SUM WS-FILE-SUM-D INCU-COUNT.
           MOVE 0 TO COND-DEPTH COND-OFF-DEPTH COND-STRAY
                     COND-MARKERS.
           MOVE 1 TO WS-SUM-WEIGHT.
           MOVE WS-TREE TO INCL-TREE.
           MOVE PAGE-FILE-PATH TO INCL-ROOT.
           MOVE LOW-VALUE TO WS-CHK-HI.
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
                        PERFORM MAIN-230-SUM-ONE-LINE
                        PERFORM MAIN-115-ONE-LINE
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           MOVE WS-FILE-SUM TO WS-FILE-SUM-D.
           MOVE WS-FILE-SUM-D TO WS-APPR-SUM.
           PERFORM VARYING INCU-IDX FROM 1 BY 1
                     UNTIL INCU-IDX > INCU-COUNT
               ADD INCU-SUM(INCU-IDX) TO WS-APPR-SUM
           END-PERFORM.
           DIVIDE WS-APPR-SUM BY 1000000000
                  GIVING WS-CHK-Q REMAINDER WS-CHK-R.
           MOVE WS-CHK-R TO WS-APPR-SUM-D.
      *-------------------------------------*
      *ページ本文の1行分（差し込み指定なら部品を入れ子ごとたどる）
      *フロントマター（1行目の"---"から次の"---"まで）は見ない
      *公開されない条件付きブロックの中の指定はたどらない
      *-------------------------------------*
       MAIN-115-ONE-LINE.
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
                   PERFORM MAIN-260-LINE-PUBLISHED
                   IF PAGE-REC(1:12) = INCL-MARK
                       AND SW-LINE-PUBLISHED = 'Y'
                       MOVE PAGE-REC(1:300) TO INCL-LINE
                       PERFORM MAIN-250-PARSE-INCLUDE
                       IF SW-INCL-DIRECTIVE = 'Y'
                           PERFORM MAIN-250-WALK-INCLUDE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *台帳からWS-PAGE-KEYの行数とチェックサムを引く
      *-------------------------------------*
       MAIN-120-LOOKUP-LEDGER.
           MOVE 0 TO WS-FOUND-LINES WS-FOUND-SUM.
           MOVE 'N' TO SW-LED-FOUND.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
               IF LED-NAME(LED-IDX) = WS-PAGE-KEY
                   MOVE LED-LINES(LED-IDX) TO WS-FOUND-LINES
                   MOVE LED-CHECKSUM(LED-IDX) TO WS-FOUND-SUM
                   MOVE 'Y' TO SW-LED-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *台帳の「ページ>部品」行と今回たどった部品を突き合わせる
      *（顔ぶれ・行数・チェックサムがすべて同じならSW-LED-INCL-SAME
      *を'Y'にする）。あわせて公開済みの内容の承認に使う値を求める
      *-------------------------------------*
       MAIN-125-CHECK-LEDGER-INCLUDES.
           MOVE 'Y' TO SW-LED-INCL-SAME.
           MOVE WS-FOUND-SUM TO WS-FOUND-APPR-SUM.
           MOVE SPACE TO WS-INC-KEY.
           STRING WS-PAGE-KEY    DELIMITED BY SPACE
                  ">"            DELIMITED BY SIZE
                  INTO WS-INC-KEY.
           MOVE 250 TO WS-INC-KEY-LEN.
           PERFORM UNTIL WS-INC-KEY-LEN = 1
                         OR WS-INC-KEY(WS-INC-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-INC-KEY-LEN
           END-PERFORM.
           MOVE 0 TO WS-INC-LED-COUNT.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
               IF LED-NAME(LED-IDX)(1:WS-INC-KEY-LEN)
                  = WS-INC-KEY(1:WS-INC-KEY-LEN)
                   ADD 1 TO WS-INC-LED-COUNT
                   ADD LED-CHECKSUM(LED-IDX) TO WS-FOUND-APPR-SUM
                   MOVE 0 TO INCU-MATCH
                   PERFORM VARYING INCU-IDX FROM 1 BY 1
                             UNTIL INCU-IDX > INCU-COUNT
                       IF INCU-PATH(INCU-IDX)
                          = LED-NAME(LED-IDX)(WS-INC-KEY-LEN + 1:)
                           SET INCU-MATCH TO INCU-IDX
                       END-IF
                   END-PERFORM
                   IF INCU-MATCH = 0
                       MOVE 'N' TO SW-LED-INCL-SAME
                   ELSE
                       IF INCU-LINES(INCU-MATCH)
                             NOT = LED-LINES(LED-IDX)
                          OR INCU-SUM(INCU-MATCH)
                             NOT = LED-CHECKSUM(LED-IDX)
                           MOVE 'N' TO SW-LED-INCL-SAME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INC-LED-COUNT NOT = INCU-COUNT
               MOVE 'N' TO SW-LED-INCL-SAME
           END-IF.
           DIVIDE WS-FOUND-APPR-SUM BY 1000000000
                  GIVING WS-CHK-Q REMAINDER WS-CHK-R.
           MOVE WS-CHK-R TO WS-FOUND-APPR-SUM-D.
      *-------------------------------------*
      *承認ファイルを引き、今のチェックサムの承認の有無と、
      *このページの最も新しい承認行を求める
      *-------------------------------------*
       MAIN-130-LOOKUP-APPROVAL.
           MOVE 'N' TO SW-APPROVED.
           MOVE 0 TO WS-LAST-APPR-IX.
           PERFORM VARYING APPR-IDX FROM 1 BY 1
                     UNTIL APPR-IDX > APPR-COUNT
               IF APPR-NAME(APPR-IDX) = WS-PAGE-KEY
                   SET WS-LAST-APPR-IX TO APPR-IDX
                   IF APPR-CHECKSUM(APPR-IDX) = WS-APPR-SUM-D
                       MOVE 'Y' TO SW-APPROVED
                   END-IF
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *承認待ちページの見出し部分
      *"### old/page"・現在のチェックサムと公開済みの内容・
      *前回の承認・承認ファイルへ足す行の書き方
      *-------------------------------------*
       MAIN-200-WRITE-PENDING-PAGE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "### "         DELIMITED BY SIZE
                  WS-PAGE-KEY    DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           IF SW-LED-FOUND = 'Y'
               STRING "  checksum="      DELIMITED BY SIZE
                      WS-APPR-SUM-D      DELIMITED BY SIZE
                      " lines="          DELIMITED BY SIZE
                      WS-LINE-NO         DELIMITED BY SIZE
                      " published-checksum="
                                         DELIMITED BY SIZE
                      WS-FOUND-APPR-SUM-D
                                         DELIMITED BY SIZE
                      INTO RPT-TEXT
           ELSE
               STRING "  checksum="      DELIMITED BY SIZE
                      WS-APPR-SUM-D      DELIMITED BY SIZE
                      " lines="          DELIMITED BY SIZE
                      WS-LINE-NO         DELIMITED BY SIZE
                      " (never published)"
                                         DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           IF WS-LAST-APPR-IX = 0
               ADD 1 TO WS-NEVER-APPROVED
               MOVE "  last approval: (none)" TO RPT-TEXT
           ELSE
               STRING "  last approval: "
                                         DELIMITED BY SIZE
                      APPR-CHECKSUM(WS-LAST-APPR-IX)
                                         DELIMITED BY SIZE
                      " by "             DELIMITED BY SIZE
                      APPR-BY(WS-LAST-APPR-IX)
                                         DELIMITED BY SPACE
                      " on "             DELIMITED BY SIZE
                      APPR-DATE(WS-LAST-APPR-IX)
                                         DELIMITED BY SPACE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "  approve with: " DELIMITED BY SIZE
                  WS-PAGE-KEY        DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  WS-APPR-SUM-D      DELIMITED BY SIZE
                  " <approver> <yyyymmdd>"
                                     DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
      *変更レポートから"### old/page"の節を探し、次の見出しまでの
      *追加行／削除行を写す（分担実行を併合したレポートの分担
      *見出し"--- shard"も節の終わりとみなす）
      *-------------------------------------*
       MAIN-210-COPY-CHANGE-LINES.
           MOVE 'N' TO SW-IN-BLOCK SW-BLOCK-FOUND.
           MOVE "  changes since last published source:" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT CHANGESFILE.
           IF CHG-STS = "00"
               PERFORM UNTIL CHG-STS NOT = ZERO
                   MOVE SPACE TO CHG-LINE
                   READ CHANGESFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE CHG-LINE TO CHG-REC
                        IF CHG-REC(1:1) = "#"
                           OR CHG-REC(1:9) = "--- shard"
                            MOVE 'N' TO SW-IN-BLOCK
                            IF CHG-REC(1:4) = "### "
                               AND CHG-REC(5:250) = WS-PAGE-KEY
                                MOVE 'Y' TO SW-IN-BLOCK
                                MOVE 'Y' TO SW-BLOCK-FOUND
                            END-IF
                        ELSE
                            IF SW-IN-BLOCK = 'Y'
                                MOVE SPACE TO RPT-TEXT
                                STRING "    "          DELIMITED BY SIZE
                                       CHG-REC(1:296)  DELIMITED BY SIZE
                                       INTO RPT-TEXT
                                MOVE RPT-TEXT TO RPT-LINE
                                WRITE RPT-LINE
                            END-IF
                        END-IF
               END-PERFORM
               CLOSE CHANGESFILE
           END-IF.
           IF SW-BLOCK-FOUND = 'N'
               ADD 1 TO WS-NO-CHANGE-LINES
               MOVE "    (no change lines recorded for this page)"
                    TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
      *1行分をチェックサムへ加算する
      *-------------------------------------*
       MAIN-230-SUM-ONE-LINE.
           PERFORM MAIN-240-CALC-REC-LEN.
           PERFORM VARYING WS-CHR FROM 1 BY 1
                     UNTIL WS-CHR > WS-REC-LEN
               MOVE PAGE-REC(WS-CHR:1) TO WS-CHK-CHAR
               COMPUTE WS-FILE-SUM =
                       WS-FILE-SUM + WS-CHK-NUM * WS-SUM-WEIGHT
               ADD 1 TO WS-SUM-WEIGHT
               IF WS-SUM-WEIGHT > 97
                   MOVE 1 TO WS-SUM-WEIGHT
               END-IF
           END-PERFORM.
           DIVIDE WS-FILE-SUM BY 1000000000
                  GIVING WS-CHK-Q REMAINDER WS-CHK-R.
           MOVE WS-CHK-R TO WS-FILE-SUM.
      *-------------------------------------*
      *PAGE-REC（50000桁）の末尾空白を除いた長さを求める
      *500桁単位の塊で後ろから当たりを付けてから細かく調べる
      *-------------------------------------*
       MAIN-240-CALC-REC-LEN.
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
      *差し込み指定の部品（INCL-TARGET）を入れ子ごと読み進め、
      *ページが使う部品とそのチェックサムをINCU-TABLEへ集める
      *（AUTOMANUALの事前走査と同じ規則。部品の欠落・循環は
      *AUTOMANUALがページを失敗にし、AUTOINCLが報告するので
      *ここではたどれた部品だけを数える）
      *-------------------------------------*
       MAIN-250-WALK-INCLUDE.
           MOVE 0 TO INCS-DEPTH.
           PERFORM MAIN-250-PUSH-INCLUDE THRU MAIN-250-PUSH-EXIT.
           PERFORM UNTIL INCS-DEPTH = 0
               PERFORM MAIN-250-READ-INCLUDE THRU MAIN-250-READ-EXIT
           END-PERFORM.
      *-------------------------------------*
      *部品を1段積む（循環と深すぎる入れ子は積まない）
      *-------------------------------------*
       MAIN-250-PUSH-INCLUDE.
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
           IF SW-INCL-LOOP = 'Y' OR INCS-DEPTH >= INCL-MAX-DEPTH
               GO TO MAIN-250-PUSH-EXIT
           END-IF.
           ADD 1 TO INCS-DEPTH.
           MOVE INCL-FILE-PATH TO INCS-PATH(INCS-DEPTH).
           MOVE 0 TO INCS-POS(INCS-DEPTH) INCS-SUM(INCS-DEPTH).
           MOVE 1 TO INCS-WEIGHT(INCS-DEPTH).
           MOVE 'Y' TO SW-INCS-PUSHED.
       MAIN-250-PUSH-EXIT.
           CONTINUE.
      *-------------------------------------*
      *いちばん内側の部品を、前回読んだ位置から読み進める
      *下位の部品を積んだらそこで閉じ、読み終えたら1段戻る
      *-------------------------------------*
       MAIN-250-READ-INCLUDE.
           MOVE INCS-PATH(INCS-DEPTH) TO INCL-FILE-PATH.
           OPEN INPUT INCFILE.
           IF INC-STS NOT = "00"
               SUBTRACT 1 FROM INCS-DEPTH
               GO TO MAIN-250-READ-EXIT
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
                    PERFORM MAIN-250-SUM-INCLUDE-LINE
                    MOVE INC-REC(1:300) TO COND-LINE
                    PERFORM MAIN-260-LINE-PUBLISHED
                    MOVE INC-REC(1:300) TO INCL-LINE
                    PERFORM MAIN-250-PARSE-INCLUDE
                    IF SW-INCL-DIRECTIVE = 'Y'
                        AND SW-LINE-PUBLISHED = 'Y'
                        PERFORM MAIN-250-PUSH-INCLUDE
                                THRU MAIN-250-PUSH-EXIT
                    END-IF
           END-PERFORM.
           CLOSE INCFILE.
           IF SW-INCS-PUSHED = 'N'
               PERFORM MAIN-250-RECORD-INCLUDE
               SUBTRACT 1 FROM INCS-DEPTH
           END-IF.
       MAIN-250-READ-EXIT.
           CONTINUE.
      *-------------------------------------*
      *部品を読み終えた：ページの使う部品として記録する
      *（同じページで2度目の部品は数えない）
      *-------------------------------------*
       MAIN-250-RECORD-INCLUDE.
           MOVE 0 TO INCU-MATCH.
           PERFORM VARYING INCU-IDX FROM 1 BY 1
                     UNTIL INCU-IDX > INCU-COUNT
               IF INCU-PATH(INCU-IDX) = INCS-PATH(INCS-DEPTH)
                   SET INCU-MATCH TO INCU-IDX
               END-IF
           END-PERFORM.
           IF INCU-MATCH = 0
               IF INCU-COUNT >= 100
                   DISPLAY "AUTOAPPROVE: include table full (100) - "
                           "cannot continue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO INCU-COUNT
               MOVE INCS-PATH(INCS-DEPTH) TO INCU-PATH(INCU-COUNT)
               MOVE INCS-POS(INCS-DEPTH) TO INCU-LINES(INCU-COUNT)
               MOVE INCS-SUM(INCS-DEPTH) TO INCU-SUM(INCU-COUNT)
           END-IF.
      *-------------------------------------*
      *部品1行分をその部品のチェックサムへ加算する
      *（台帳のページ行と同じ規則。末尾の空白は数えない）
      *-------------------------------------*
       MAIN-250-SUM-INCLUDE-LINE.
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
       MAIN-250-PARSE-INCLUDE.
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
       MAIN-260-LINE-PUBLISHED.
           PERFORM MAIN-261-CHECK-CONDITION.
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
       MAIN-261-CHECK-CONDITION.
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
               PERFORM MAIN-262-EVAL-CONDITION
               ADD 1 TO COND-DEPTH
               IF COND-OFF-DEPTH = 0 AND SW-COND-TRUE = 'N'
                   MOVE COND-DEPTH TO COND-OFF-DEPTH
               END-IF
           END-IF.
      *-------------------------------------*
      *"<!--if キー=値[,値...]-->"の条件を評価する
      *-------------------------------------*
       MAIN-262-EVAL-CONDITION.
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
                           PERFORM MAIN-263-MATCH-PROFILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *-------------------------------------*
      *条件の値1つをプロファイル一覧と照合する
      *-------------------------------------*
       MAIN-263-MATCH-PROFILE.
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
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages="           DELIMITED BY SIZE
                  WS-PAGES-CHECKED   DELIMITED BY SIZE
                  " published="      DELIMITED BY SIZE
                  WS-PUBLISHED       DELIMITED BY SIZE
                  " approved-unpublished="
                                     DELIMITED BY SIZE
                  WS-APPROVED-WAITING
                                     DELIMITED BY SIZE
                  " awaiting-approval="
                                     DELIMITED BY SIZE
                  WS-PENDING         DELIMITED BY SIZE
                  " never-approved=" DELIMITED BY SIZE
                  WS-NEVER-APPROVED  DELIMITED BY SIZE
                  " no-change-lines="
                                     DELIMITED BY SIZE
                  WS-NO-CHANGE-LINES DELIMITED BY SIZE
                  " source-missing=" DELIMITED BY SIZE
                  WS-MISSING         DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-PENDING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
