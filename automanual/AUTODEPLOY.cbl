       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTODEPLOY.
       AUTHOR.                     M YOKOGAWA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M YOKOGAWA   新規作成。夜間処理でGOが出た後に公開
      *                        サイトへ写すファイルの一覧（デプロイ
      *                        パッケージ）をチェックサム付きで作る。
      *                        ・実行履歴の最新のRUNのPROCページ
      *                        ・AUTOREDIRのスタブ（retired.lst）
      *                        ・生成ページ（INDEX.md・NEWS.md・
      *                        　AUTOTOPICのtopic_*.md）
      *                        ・AUTOASSETが複写した資材
      *                        ・sitemap.xml・search_extract.dat
      *                        PROCページ以外は前回までに一覧へ載せた
      *                        内容（autodeploy.ledger）と変わった
      *                        ものだけを載せる。スタブを置けない
      *                        退役ページは削除対象として載せる。
      *                        -V 棚卸しファイル の指定で、デプロイ後
      *                        に採取した公開サイトの棚卸し（AUTOPUBLST
      *                        と同じ採取。ファイル名の後ろに空白区切り
      *                        でチェックサムがあれば照合する）と直近の
      *                        パッケージを突き合わせ、欠落・チェック
      *                        サム不一致・想定外のファイルを報告する。
      *                        使い方: AUTODEPLOY
      *                                AUTODEPLOY -V 棚卸しファイル
      *2026-10-15 M YOKOGAWA   AUTOEDITIONが凍結した版のファイル
      *                        （autoedition_report.logの「new/<版>/
      *                        <名前> : frozen」行）もパッケージへ
      *                        載せるようにした
      *2026-10-15 M YOKOGAWA   不具合修正: パッケージを作った時点で
      *                        autodeploy.ledgerを進めていたため、
      *                        デプロイが失敗してもそのファイルが次回
      *                        から載らなかった。作成時は
      *                        autodeploy.ledger.pendingへ書き、-Vの
      *                        検証で欠落・チェックサム不一致・消えて
      *                        いない退役ページが無かったときだけ
      *                        autodeploy.ledgerへ置き換える
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      *-------------------------------------*
       INPUT-OUTPUT                SECTION.
      *-------------------------------------*
       FILE-CONTROL.
           SELECT    HISTORYFILE   ASSIGN         TO   DYNAMIC
                                                       HISTORY-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   HIST-STS.
           SELECT    RETIREDFILE   ASSIGN         TO   DYNAMIC
                                                       RETIRED-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RET-STS.
           SELECT    STEPLOGFILE   ASSIGN         TO   DYNAMIC
                                                       STEPLOG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   SLOG-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    DLEDGERFILE   ASSIGN         TO   DYNAMIC
                                                       DLEDGER-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   DLED-STS.
           SELECT    PACKAGEFILE   ASSIGN         TO   DYNAMIC
                                                       PACKAGE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PKG-STS.
           SELECT    INVFILE       ASSIGN         TO   DYNAMIC
                                                       INVENTORY-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   INV-STS.
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
       FD  HISTORYFILE.
       01  HIST-LINE               PIC X(300).
       FD  RETIREDFILE.
       01  RET-LINE                PIC X(500).
       FD  STEPLOGFILE.
       01  SLOG-LINE               PIC X(300).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  DLEDGERFILE.
       01  DLED-LINE               PIC X(300).
       FD  PACKAGEFILE.
       01  PKG-LINE                PIC X(300).
       FD  INVFILE.
       01  INV-LINE                PIC X(300).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  HIST-STS                 PIC X(02).
       01  RET-STS                  PIC X(02).
       01  SLOG-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  DLED-STS                 PIC X(02).
       01  PKG-STS                  PIC X(02).
       01  INV-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  HISTORY-PATH             PIC X(256)
                                    VALUE "automanual_history.log".
       01  RETIRED-PATH             PIC X(256)  VALUE "retired.lst".
       01  STEPLOG-PATH             PIC X(256).
       01  PAGE-FILE-PATH           PIC X(256).
       01  DLEDGER-PATH             PIC X(256)
                                    VALUE "autodeploy.ledger".
      *今回のパッケージを重ねた内容（検証で確かめるまでの仮置き）
       01  DLEDGER-PENDING-PATH     PIC X(256)
                                    VALUE "autodeploy.ledger.pending".
       01  DLEDGER-COMMIT-PATH      PIC X(256)
                                    VALUE "autodeploy.ledger".
       01  WS-COPY-RC               PIC S9(08) COMP VALUE 0.
       01  PACKAGE-PATH             PIC X(256)
                                    VALUE "autodeploy_package.lst".
       01  INVENTORY-PATH           PIC X(256)  VALUE SPACE.
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autodeploy_report.log".
      *起動引数（-V 棚卸しファイル で検証モード）
       01  WRK-STRING               PIC X(250).
       01  WRK-TOKEN                PIC X(250) OCCURS 2 TIMES.
       01  SW-VERIFY                PIC X       VALUE 'N'.
      *実行ID
       01  WS-RUN-DATE              PIC X(08).
       01  WS-RUN-TIME              PIC X(08).
       01  WS-RUN-STAMP             PIC X(14)   VALUE SPACE.
      *実行履歴の読取り（最新のRUNの実行IDとそのPROCページ）
       01  HIST-REC                 PIC X(300).
       01  HIST-KIND                PIC X(10).
       01  HIST-STAMP               PIC X(14).
       01  HIST-PAGE                PIC X(250).
       01  WS-LAST-RUN              PIC X(14)   VALUE SPACE.
      *退役ページの対応表
       01  RET-REC                  PIC X(500).
       01  RET-OLD                  PIC X(250).
       01  RET-NEW                  PIC X(250).
      *前回までにパッケージへ載せた内容（ファイル チェックサム。
      *削除したファイルはチェックサムの代わりにDELETED）
       01  DLED-TABLE.
           05  DLED-ENTRY           OCCURS 4000 TIMES
                                     INDEXED BY DLED-IDX.
               10  DLED-NAME        PIC X(250).
               10  DLED-SUM         PIC X(09).
       01  DLED-COUNT               PIC 9(04) COMP VALUE 0.
       01  DLED-MATCH-IX            PIC 9(04) COMP VALUE 0.
       01  DLED-REC                 PIC X(300).
       01  DLED-PART-NAME           PIC X(250).
       01  DLED-PART-SUM            PIC X(12).
      *パッケージ（操作 ファイル チェックサム 由来）
       01  PKG-TABLE.
           05  PKG-ENTRY            OCCURS 4000 TIMES
                                     INDEXED BY PKG-IDX.
               10  PKG-ACTION       PIC X(06).
               10  PKG-TARGET       PIC X(250).
               10  PKG-SUM          PIC X(09).
               10  PKG-ORIGIN       PIC X(10).
               10  PKG-SEEN         PIC X.
       01  PKG-COUNT                PIC 9(04) COMP VALUE 0.
       01  PKG-REC                  PIC X(300).
       01  PKG-PART-ACTION          PIC X(10).
       01  PKG-PART-TARGET          PIC X(250).
       01  PKG-PART-SUM             PIC X(12).
       01  PKG-PART-ORIGIN          PIC X(12).
       01  WS-PKG-RUN               PIC X(14)   VALUE SPACE.
      *候補1件（パッケージへ載せるか判定する対象）
       01  WS-CAND-TARGET           PIC X(250).
       01  WS-CAND-ORIGIN           PIC X(10).
       01  SW-CAND-ALWAYS           PIC X       VALUE 'N'.
       01  SW-NAME-FOUND            PIC X       VALUE 'N'.
      *工程レポートの読取り（AUTOTOPIC・AUTOASSETの書出し行）
       01  SLOG-REC                 PIC X(300).
       01  SLOG-P1                  PIC X(250).
       01  SLOG-P2                  PIC X(20).
       01  SLOG-P3                  PIC X(20).
      *棚卸しとの突き合わせ
       01  INV-REC                  PIC X(300).
       01  INV-NAME                 PIC X(250).
       01  INV-SUM                  PIC X(12).
       01  WS-KEY-IN                PIC X(250).
       01  WS-KEY-OUT               PIC X(250).
       01  WS-KEY-WORK              PIC X(250).
       01  WS-INV-KEY               PIC X(250).
       01  WS-PKG-KEY               PIC X(250).
       01  WS-PKG-PLAIN             PIC X(250).
       01  WS-MATCH-IX              PIC 9(04) COMP VALUE 0.
      *ファイルのチェックサム計算（AUTOMANUALの台帳と同じ
      *位置重み付きバイト和）
       01  SW-FILE-READ             PIC X       VALUE 'N'.
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
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
      *件数集計
       01  WS-COPIES                PIC 9(05)  VALUE 0.
       01  WS-DELETES               PIC 9(05)  VALUE 0.
       01  WS-UNCHANGED             PIC 9(05)  VALUE 0.
       01  WS-MISSING-OUTPUT        PIC 9(05)  VALUE 0.
       01  WS-INV-FILES             PIC 9(05)  VALUE 0.
       01  WS-VERIFIED              PIC 9(05)  VALUE 0.
       01  WS-NOT-CHECKSUMMED       PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  WS-BAD-SUM               PIC 9(05)  VALUE 0.
       01  WS-UNEXPECTED            PIC 9(05)  VALUE 0.
       01  WS-NOT-DELETED           PIC 9(05)  VALUE 0.
       01  WS-LEDGER-ERRORS         PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACE TO WS-RUN-STAMP.
           STRING WS-RUN-DATE      DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-STAMP.
           MOVE LOW-VALUE TO WS-CHK-HI.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           MOVE SPACE TO WRK-TOKEN(1) WRK-TOKEN(2).
           UNSTRING WRK-STRING DELIMITED BY ALL SPACE
                    INTO WRK-TOKEN(1) WRK-TOKEN(2).
           IF WRK-TOKEN(1) = "-V"
               IF WRK-TOKEN(2) = SPACE
                   DISPLAY "AUTODEPLOY: -V requires a site inventory "
                           "file"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO SW-VERIFY
               MOVE WRK-TOKEN(2) TO INVENTORY-PATH
               MOVE "autodeploy_verify.log" TO REPORT-PATH
           END-IF.
           PERFORM MAIN-010-LOAD-DEPLOY-LEDGER.
           IF SW-VERIFY = 'Y'
               PERFORM MAIN-500-VERIFY THRU MAIN-500-EXIT
           ELSE
               PERFORM MAIN-100-BUILD-PACKAGE
           END-IF.
           GO TO MAIN-900.
      *-------------------------------------*
      *前回までに載せた内容の読込（無ければ空＝初回）
      *-------------------------------------*
       MAIN-010-LOAD-DEPLOY-LEDGER.
           MOVE 0 TO DLED-COUNT.
           OPEN INPUT DLEDGERFILE.
           IF DLED-STS = "00"
               PERFORM UNTIL DLED-STS NOT = ZERO
                   READ DLEDGERFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE DLED-LINE TO DLED-REC
                        IF DLED-REC NOT = SPACE
                           AND DLED-REC(1:1) NOT = "*"
                           IF DLED-COUNT >= 4000
                               DISPLAY "AUTODEPLOY: deploy ledger "
                                       "full (4000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO DLED-PART-NAME DLED-PART-SUM
                           UNSTRING DLED-REC DELIMITED BY SPACE
                                    INTO DLED-PART-NAME DLED-PART-SUM
                           IF DLED-PART-NAME NOT = SPACE
                              AND DLED-PART-SUM NOT = SPACE
                              ADD 1 TO DLED-COUNT
                              MOVE DLED-PART-NAME
                                   TO DLED-NAME(DLED-COUNT)
                              MOVE DLED-PART-SUM(1:9)
                                   TO DLED-SUM(DLED-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE DLEDGERFILE
           END-IF.
      *-------------------------------------*
      *パッケージの組み立て
      *-------------------------------------*
       MAIN-100-BUILD-PACKAGE.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTODEPLOY deploy package report" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM MAIN-110-FIND-LAST-RUN.
           MOVE SPACE TO RPT-TEXT.
           IF WS-LAST-RUN = SPACE
               MOVE "automanual run: (none in history)" TO RPT-TEXT
           ELSE
               STRING "automanual run: " DELIMITED BY SIZE
                      WS-LAST-RUN        DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-LAST-RUN NOT = SPACE
               PERFORM MAIN-120-ADD-PROC-PAGES
           END-IF.
           PERFORM MAIN-130-ADD-REDIRECTS.
           MOVE 'N' TO SW-CAND-ALWAYS.
           MOVE "generated" TO WS-CAND-ORIGIN.
           MOVE "new/INDEX.md" TO WS-CAND-TARGET.
           PERFORM MAIN-200-TAKE-CANDIDATE THRU MAIN-200-EXIT.
           MOVE "new/NEWS.md" TO WS-CAND-TARGET.
           PERFORM MAIN-200-TAKE-CANDIDATE THRU MAIN-200-EXIT.
           MOVE "topic" TO WS-CAND-ORIGIN.
           MOVE "autotopic_report.log" TO STEPLOG-PATH.
           MOVE "written" TO SLOG-P3.
           PERFORM MAIN-140-ADD-FROM-STEP-LOG.
           MOVE "asset" TO WS-CAND-ORIGIN.
           MOVE "autoasset_report.log" TO STEPLOG-PATH.
           MOVE "copied" TO SLOG-P3.
           PERFORM MAIN-140-ADD-FROM-STEP-LOG.
           MOVE "edition" TO WS-CAND-ORIGIN.
           MOVE "autoedition_report.log" TO STEPLOG-PATH.
           MOVE "frozen" TO SLOG-P3.
           PERFORM MAIN-140-ADD-FROM-STEP-LOG.
           MOVE "sitemap" TO WS-CAND-ORIGIN.
           MOVE "sitemap.xml" TO WS-CAND-TARGET.
           PERFORM MAIN-200-TAKE-CANDIDATE THRU MAIN-200-EXIT.
           MOVE "search" TO WS-CAND-ORIGIN.
           MOVE "search_extract.dat" TO WS-CAND-TARGET.
           PERFORM MAIN-200-TAKE-CANDIDATE THRU MAIN-200-EXIT.
           PERFORM MAIN-300-WRITE-PACKAGE.
           PERFORM MAIN-320-WRITE-DEPLOY-LEDGER.
           PERFORM MAIN-800-WRITE-BUILD-FOOTER.
      *-------------------------------------*
      *実行履歴から最新のRUNレコードの実行IDを求める
      *（PROCレコードは同じ実行IDのRUNレコードより前に書かれる）
      *-------------------------------------*
       MAIN-110-FIND-LAST-RUN.
           MOVE SPACE TO WS-LAST-RUN.
           OPEN INPUT HISTORYFILE.
           IF HIST-STS = "00"
               PERFORM UNTIL HIST-STS NOT = ZERO
                   READ HISTORYFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE HIST-LINE TO HIST-REC
                        IF HIST-REC(1:4) = "RUN "
                            MOVE HIST-REC(5:14) TO WS-LAST-RUN
                        END-IF
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.
      *-------------------------------------*
      *最新のRUNのPROCページ（変換元old/・old_en/）を出力側
      *（new/・new_en/）へ読み替えて必ず載せる
      *-------------------------------------*
       MAIN-120-ADD-PROC-PAGES.
           MOVE 'Y' TO SW-CAND-ALWAYS.
           MOVE "page" TO WS-CAND-ORIGIN.
           OPEN INPUT HISTORYFILE.
           IF HIST-STS = "00"
               PERFORM UNTIL HIST-STS NOT = ZERO
                   READ HISTORYFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE HIST-LINE TO HIST-REC
                        IF HIST-REC(1:5) = "PROC "
                           MOVE SPACE TO HIST-KIND HIST-STAMP HIST-PAGE
                           UNSTRING HIST-REC DELIMITED BY SPACE
                                    INTO HIST-KIND HIST-STAMP HIST-PAGE
                           IF HIST-STAMP = WS-LAST-RUN
                              PERFORM MAIN-125-PROC-TO-TARGET
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.
           MOVE 'N' TO SW-CAND-ALWAYS.
      *-------------------------------------*
       MAIN-125-PROC-TO-TARGET.
           MOVE SPACE TO WS-CAND-TARGET.
           IF HIST-PAGE(1:7) = "old_en/"
               STRING "new_en/"        DELIMITED BY SIZE
                      HIST-PAGE(8:243) DELIMITED BY SPACE
                      INTO WS-CAND-TARGET
           ELSE
               IF HIST-PAGE(1:4) = "old/"
                   STRING "new/"           DELIMITED BY SIZE
                          HIST-PAGE(5:246) DELIMITED BY SPACE
                          INTO WS-CAND-TARGET
               END-IF
           END-IF.
           IF WS-CAND-TARGET NOT = SPACE
               PERFORM MAIN-200-TAKE-CANDIDATE THRU MAIN-200-EXIT
           END-IF.
      *-------------------------------------*
      *退役ページ：AUTOREDIRのスタブがあれば写し、無ければ
      *公開サイトから消す対象として載せる（一度載せた削除は
      *繰り返さない）
      *-------------------------------------*
       MAIN-130-ADD-REDIRECTS.
           MOVE "redirect" TO WS-CAND-ORIGIN.
           OPEN INPUT RETIREDFILE.
           IF RET-STS = "00"
               PERFORM UNTIL RET-STS NOT = ZERO
                   READ RETIREDFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE RET-LINE TO RET-REC
                        IF RET-REC NOT = SPACE
                           AND RET-REC(1:1) NOT = "*"
                           MOVE SPACE TO RET-OLD RET-NEW
                           UNSTRING RET-REC DELIMITED BY SPACE
                                    INTO RET-OLD RET-NEW
                           IF RET-OLD NOT = SPACE
                              PERFORM MAIN-135-ONE-RETIRED
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE RETIREDFILE
           END-IF.
      *-------------------------------------*
       MAIN-135-ONE-RETIRED.
           MOVE SPACE TO WS-CAND-TARGET.
           STRING "new/"   DELIMITED BY SIZE
                  RET-OLD  DELIMITED BY SPACE
                  INTO WS-CAND-TARGET.
           MOVE WS-CAND-TARGET TO PAGE-FILE-PATH.
           PERFORM MAIN-210-SUM-FILE.
           IF SW-FILE-READ = 'Y'
               PERFORM MAIN-200-TAKE-CANDIDATE THRU MAIN-200-EXIT
           ELSE
               PERFORM MAIN-220-LOOKUP-LEDGER
               IF DLED-MATCH-IX > 0
                   IF DLED-SUM(DLED-MATCH-IX) = "DELETED"
                       CONTINUE
                   ELSE
                       PERFORM MAIN-230-ADD-DELETE
                   END-IF
               ELSE
                   PERFORM MAIN-230-ADD-DELETE
               END-IF
           END-IF.
      *-------------------------------------*
      *工程レポートの「ファイル : 語」行から候補を拾う
      *（AUTOTOPICの written 行・AUTOASSETの copied 行・
      *　AUTOEDITIONの frozen 行）
      *-------------------------------------*
       MAIN-140-ADD-FROM-STEP-LOG.
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
                        IF SLOG-P2 = SLOG-P3
                           AND SLOG-P1(1:4) = "new/"
                            MOVE SLOG-P1 TO WS-CAND-TARGET
                            PERFORM MAIN-200-TAKE-CANDIDATE
                                    THRU MAIN-200-EXIT
                        END-IF
               END-PERFORM
               CLOSE STEPLOGFILE
           END-IF.
      *-------------------------------------*
      *候補1件の判定
      *ファイルが無ければ載せない（PROCページで無いのは異常として
      *報告する）。PROCページ以外は前回載せた内容と同じなら省く
      *-------------------------------------*
       MAIN-200-TAKE-CANDIDATE.
           MOVE 'N' TO SW-NAME-FOUND.
           PERFORM VARYING PKG-IDX FROM 1 BY 1
                     UNTIL PKG-IDX > PKG-COUNT
               IF PKG-TARGET(PKG-IDX) = WS-CAND-TARGET
                   MOVE 'Y' TO SW-NAME-FOUND
               END-IF
           END-PERFORM.
           IF SW-NAME-FOUND = 'Y'
               GO TO MAIN-200-EXIT
           END-IF.
           MOVE WS-CAND-TARGET TO PAGE-FILE-PATH.
           PERFORM MAIN-210-SUM-FILE.
           IF SW-FILE-READ = 'N'
               IF SW-CAND-ALWAYS = 'Y'
                   ADD 1 TO WS-MISSING-OUTPUT
                   MOVE SPACE TO RPT-TEXT
                   STRING WS-CAND-TARGET  DELIMITED BY SPACE
                          " : OUTPUT MISSING - processed page not "
                                          DELIMITED BY SIZE
                          "found"         DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               GO TO MAIN-200-EXIT
           END-IF.
           IF SW-CAND-ALWAYS = 'N'
               PERFORM MAIN-220-LOOKUP-LEDGER
               IF DLED-MATCH-IX > 0
                   IF DLED-SUM(DLED-MATCH-IX) = WS-FILE-SUM-D
                       ADD 1 TO WS-UNCHANGED
                       GO TO MAIN-200-EXIT
                   END-IF
               END-IF
           END-IF.
           IF PKG-COUNT >= 4000
               DISPLAY "AUTODEPLOY: package table full (4000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PKG-COUNT.
           ADD 1 TO WS-COPIES.
           MOVE "COPY" TO PKG-ACTION(PKG-COUNT).
           MOVE WS-CAND-TARGET TO PKG-TARGET(PKG-COUNT).
           MOVE WS-FILE-SUM-D TO PKG-SUM(PKG-COUNT).
           MOVE WS-CAND-ORIGIN TO PKG-ORIGIN(PKG-COUNT).
       MAIN-200-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-FILE-PATHのファイルを読み、全行のチェックサムを求める
      *-------------------------------------*
       MAIN-210-SUM-FILE.
           MOVE 'N' TO SW-FILE-READ.
           MOVE 0 TO WS-FILE-SUM WS-FILE-SUM-D.
           MOVE 1 TO WS-SUM-WEIGHT.
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
                        PERFORM MAIN-240-SUM-ONE-LINE
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           MOVE WS-FILE-SUM TO WS-FILE-SUM-D.
      *-------------------------------------*
      *前回までの内容からWS-CAND-TARGETを引く
      *-------------------------------------*
       MAIN-220-LOOKUP-LEDGER.
           MOVE 0 TO DLED-MATCH-IX.
           PERFORM VARYING DLED-IDX FROM 1 BY 1
                     UNTIL DLED-IDX > DLED-COUNT
               IF DLED-NAME(DLED-IDX) = WS-CAND-TARGET
                   SET DLED-MATCH-IX TO DLED-IDX
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-230-ADD-DELETE.
           IF PKG-COUNT >= 4000
               DISPLAY "AUTODEPLOY: package table full (4000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PKG-COUNT.
           ADD 1 TO WS-DELETES.
           MOVE "DELETE" TO PKG-ACTION(PKG-COUNT).
           MOVE WS-CAND-TARGET TO PKG-TARGET(PKG-COUNT).
           MOVE "-" TO PKG-SUM(PKG-COUNT).
           MOVE "retired" TO PKG-ORIGIN(PKG-COUNT).
      *-------------------------------------*
      *1行分をチェックサムへ加算する
      *-------------------------------------*
       MAIN-240-SUM-ONE-LINE.
           PERFORM MAIN-250-CALC-REC-LEN.
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
       MAIN-250-CALC-REC-LEN.
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
      *パッケージファイルと報告の明細を書き出す
      *"COPY ファイル チェックサム 由来" / "DELETE ファイル - retired"
      *-------------------------------------*
       MAIN-300-WRITE-PACKAGE.
           OPEN OUTPUT PACKAGEFILE.
           MOVE SPACE TO PKG-LINE.
           STRING "* AUTODEPLOY deploy package - run "
                                   DELIMITED BY SIZE
                  WS-RUN-STAMP     DELIMITED BY SIZE
                  " automanual-run="
                                   DELIMITED BY SIZE
                  WS-LAST-RUN      DELIMITED BY SIZE
                  INTO PKG-LINE.
           WRITE PKG-LINE.
           PERFORM VARYING PKG-IDX FROM 1 BY 1
                     UNTIL PKG-IDX > PKG-COUNT
               MOVE SPACE TO PKG-REC
               STRING PKG-ACTION(PKG-IDX) DELIMITED BY SPACE
                      " "                 DELIMITED BY SIZE
                      PKG-TARGET(PKG-IDX) DELIMITED BY SPACE
                      " "                 DELIMITED BY SIZE
                      PKG-SUM(PKG-IDX)    DELIMITED BY SPACE
                      " "                 DELIMITED BY SIZE
                      PKG-ORIGIN(PKG-IDX) DELIMITED BY SPACE
                      INTO PKG-REC
               MOVE PKG-REC TO PKG-LINE
               WRITE PKG-LINE
               MOVE SPACE TO RPT-TEXT
               STRING "  "    DELIMITED BY SIZE
                      PKG-REC DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           CLOSE PACKAGEFILE.
      *-------------------------------------*
      *今回載せた内容を前回までの内容へ重ねてpendingへ書く
      *（autodeploy.ledgerは-Vの検証が通るまで進めない。デプロイ
      *　できなかったファイルは次回のパッケージにも載る）
      *-------------------------------------*
       MAIN-320-WRITE-DEPLOY-LEDGER.
           PERFORM VARYING PKG-IDX FROM 1 BY 1
                     UNTIL PKG-IDX > PKG-COUNT
               MOVE PKG-TARGET(PKG-IDX) TO WS-CAND-TARGET
               PERFORM MAIN-220-LOOKUP-LEDGER
               IF DLED-MATCH-IX = 0
                   IF DLED-COUNT >= 4000
                       DISPLAY "AUTODEPLOY: deploy ledger full "
                               "(4000) - cannot continue"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO DLED-COUNT
                   MOVE DLED-COUNT TO DLED-MATCH-IX
                   MOVE WS-CAND-TARGET TO DLED-NAME(DLED-MATCH-IX)
               END-IF
               IF PKG-ACTION(PKG-IDX) = "DELETE"
                   MOVE "DELETED" TO DLED-SUM(DLED-MATCH-IX)
               ELSE
                   MOVE PKG-SUM(PKG-IDX) TO DLED-SUM(DLED-MATCH-IX)
               END-IF
           END-PERFORM.
           MOVE DLEDGER-PENDING-PATH TO DLEDGER-PATH.
           OPEN OUTPUT DLEDGERFILE.
           MOVE "* AUTODEPLOY deployed-file ledger (file checksum)"
                TO DLED-LINE.
           WRITE DLED-LINE.
           PERFORM VARYING DLED-IDX FROM 1 BY 1
                     UNTIL DLED-IDX > DLED-COUNT
               MOVE SPACE TO DLED-LINE
               STRING DLED-NAME(DLED-IDX) DELIMITED BY SPACE
                      " "                 DELIMITED BY SIZE
                      DLED-SUM(DLED-IDX)  DELIMITED BY SPACE
                      INTO DLED-LINE
               WRITE DLED-LINE
           END-PERFORM.
           CLOSE DLEDGERFILE.
           MOVE DLEDGER-COMMIT-PATH TO DLEDGER-PATH.
           MOVE SPACE TO RPT-TEXT.
           STRING "deploy ledger pending verification: "
                                      DELIMITED BY SIZE
                  DLEDGER-PENDING-PATH
                                      DELIMITED BY SPACE
                  " (run AUTODEPLOY -V after the deploy)"
                                      DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
      *デプロイ後の検証
      *直近のパッケージと公開サイトの棚卸しを突き合わせる
      *-------------------------------------*
       MAIN-500-VERIFY.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTODEPLOY post-deploy verification report"
                TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM MAIN-510-LOAD-PACKAGE.
           IF PKG-STS NOT = "00" AND PKG-STS NOT = "10"
               MOVE "deploy package not found - nothing to verify"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-500-EXIT
           END-IF.
           MOVE SPACE TO RPT-TEXT.
           STRING "package run: "    DELIMITED BY SIZE
                  WS-PKG-RUN         DELIMITED BY SIZE
                  " inventory: "     DELIMITED BY SIZE
                  INVENTORY-PATH     DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT INVFILE.
           IF INV-STS NOT = "00"
               DISPLAY "AUTODEPLOY: inventory not found - "
                       INVENTORY-PATH
               MOVE "site inventory not found - nothing to verify"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-500-EXIT
           END-IF.
           PERFORM UNTIL INV-STS NOT = ZERO
               READ INVFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE INV-LINE TO INV-REC
                    IF INV-REC NOT = SPACE
                       AND INV-REC(1:1) NOT = "*"
                       PERFORM MAIN-520-CHECK-INVENTORY-FILE
                    END-IF
           END-PERFORM.
           CLOSE INVFILE.
      *棚卸しに現れなかったパッケージのファイルは欠落
           PERFORM VARYING PKG-IDX FROM 1 BY 1
                     UNTIL PKG-IDX > PKG-COUNT
               IF PKG-ACTION(PKG-IDX) = "COPY"
                  AND PKG-SEEN(PKG-IDX) = 'N'
                   ADD 1 TO WS-MISSING
                   MOVE SPACE TO RPT-TEXT
                   STRING PKG-TARGET(PKG-IDX) DELIMITED BY SPACE
                          " : MISSING on site"
                                              DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           PERFORM MAIN-530-COMMIT-LEDGER THRU MAIN-530-EXIT.
           PERFORM MAIN-810-WRITE-VERIFY-FOOTER.
       MAIN-500-EXIT.
           CONTINUE.
      *-------------------------------------*
      *直近のパッケージの読込
      *-------------------------------------*
       MAIN-510-LOAD-PACKAGE.
           MOVE 0 TO PKG-COUNT.
           OPEN INPUT PACKAGEFILE.
           IF PKG-STS = "00"
               PERFORM UNTIL PKG-STS NOT = ZERO
                   READ PACKAGEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE PKG-LINE TO PKG-REC
                        IF PKG-REC(1:34) =
                           "* AUTODEPLOY deploy package - run "
                            MOVE PKG-REC(35:14) TO WS-PKG-RUN
                        END-IF
                        IF PKG-REC NOT = SPACE
                           AND PKG-REC(1:1) NOT = "*"
                           IF PKG-COUNT >= 4000
                               DISPLAY "AUTODEPLOY: package table "
                                       "full (4000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO PKG-PART-ACTION
                                         PKG-PART-TARGET
                                         PKG-PART-SUM PKG-PART-ORIGIN
                           UNSTRING PKG-REC DELIMITED BY ALL SPACE
                                    INTO PKG-PART-ACTION
                                         PKG-PART-TARGET
                                         PKG-PART-SUM PKG-PART-ORIGIN
                           ADD 1 TO PKG-COUNT
                           MOVE PKG-PART-ACTION
                                TO PKG-ACTION(PKG-COUNT)
                           MOVE PKG-PART-TARGET
                                TO PKG-TARGET(PKG-COUNT)
                           MOVE PKG-PART-SUM(1:9)
                                TO PKG-SUM(PKG-COUNT)
                           MOVE PKG-PART-ORIGIN
                                TO PKG-ORIGIN(PKG-COUNT)
                           MOVE 'N' TO PKG-SEEN(PKG-COUNT)
                        END-IF
               END-PERFORM
               CLOSE PACKAGEFILE
               MOVE "00" TO PKG-STS
           END-IF.
      *-------------------------------------*
      *棚卸しの1ファイル分の照合
      *名前は公開先の形（new/・new_en/を外し、.mdは.htmlに読み
      *替える）で比べる。チェックサムは棚卸し側にあって、かつ
      *読み替え無しで同じファイルを指すときだけ照合する
      *-------------------------------------*
       MAIN-520-CHECK-INVENTORY-FILE.
           ADD 1 TO WS-INV-FILES.
           MOVE SPACE TO INV-NAME INV-SUM.
           UNSTRING INV-REC DELIMITED BY ALL SPACE
                    INTO INV-NAME INV-SUM.
           MOVE INV-NAME TO WS-KEY-IN.
           PERFORM MAIN-600-SITE-KEY.
           MOVE WS-KEY-OUT TO WS-INV-KEY.
           MOVE 0 TO WS-MATCH-IX.
           PERFORM VARYING PKG-IDX FROM 1 BY 1
                     UNTIL PKG-IDX > PKG-COUNT OR WS-MATCH-IX > 0
               MOVE PKG-TARGET(PKG-IDX) TO WS-KEY-IN
               PERFORM MAIN-600-SITE-KEY
               IF WS-KEY-OUT = WS-INV-KEY
                   SET WS-MATCH-IX TO PKG-IDX
                   MOVE WS-KEY-WORK TO WS-PKG-PLAIN
               END-IF
           END-PERFORM.
           IF WS-MATCH-IX = 0
      *パッケージに無くても以前に載せたファイルなら想定内
               MOVE 'N' TO SW-NAME-FOUND
               PERFORM VARYING DLED-IDX FROM 1 BY 1
                         UNTIL DLED-IDX > DLED-COUNT
                            OR SW-NAME-FOUND = 'Y'
                   IF DLED-SUM(DLED-IDX) NOT = "DELETED"
                       MOVE DLED-NAME(DLED-IDX) TO WS-KEY-IN
                       PERFORM MAIN-600-SITE-KEY
                       IF WS-KEY-OUT = WS-INV-KEY
                           MOVE 'Y' TO SW-NAME-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF SW-NAME-FOUND = 'N'
                   ADD 1 TO WS-UNEXPECTED
                   MOVE SPACE TO RPT-TEXT
                   STRING INV-NAME DELIMITED BY SPACE
                          " : UNEXPECTED - not in package or earlier "
                                   DELIMITED BY SIZE
                          "deploys" DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           ELSE
               MOVE 'Y' TO PKG-SEEN(WS-MATCH-IX)
               IF PKG-ACTION(WS-MATCH-IX) = "DELETE"
                   ADD 1 TO WS-NOT-DELETED
                   MOVE SPACE TO RPT-TEXT
                   STRING INV-NAME DELIMITED BY SPACE
                          " : NOT DELETED - retired page still on site"
                                   DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   IF INV-SUM = SPACE OR INV-NAME NOT = WS-PKG-PLAIN
                       ADD 1 TO WS-NOT-CHECKSUMMED
                   ELSE
                       IF INV-SUM(1:9) = PKG-SUM(WS-MATCH-IX)
                           ADD 1 TO WS-VERIFIED
                       ELSE
                           ADD 1 TO WS-BAD-SUM
                           MOVE SPACE TO RPT-TEXT
                           STRING INV-NAME DELIMITED BY SPACE
                                  " : WRONG CHECKSUM site="
                                           DELIMITED BY SIZE
                                  INV-SUM  DELIMITED BY SPACE
                                  " package="
                                           DELIMITED BY SIZE
                                  PKG-SUM(WS-MATCH-IX)
                                           DELIMITED BY SIZE
                                  INTO RPT-TEXT
                           MOVE RPT-TEXT TO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *パッケージのファイルが公開サイトで確かめられれば、作成時の
      *pendingをautodeploy.ledgerへ置き換える（欠落・チェックサム
      *不一致・消えていない退役ページがあれば前回までの内容のまま
      *残し、直してデプロイし直した後の-Vで改めて確かめる）
      *想定外のファイルはパッケージの成否と関係しないため報告と
      *終了コードにだけ反映する（AUTODEPLOY導入前から公開して
      *いて一度も載せていないファイルも想定外に数えられる）
      *-------------------------------------*
       MAIN-530-COMMIT-LEDGER.
           MOVE SPACE TO RPT-TEXT.
           IF WS-MISSING > 0 OR WS-BAD-SUM > 0
               OR WS-NOT-DELETED > 0
               STRING "deploy ledger not updated - "
                                          DELIMITED BY SIZE
                      DLEDGER-PENDING-PATH
                                          DELIMITED BY SPACE
                      " kept until verification is clean"
                                          DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-530-EXIT
           END-IF.
           MOVE DLEDGER-PENDING-PATH TO DLEDGER-PATH.
           OPEN INPUT DLEDGERFILE.
           IF DLED-STS NOT = "00"
               MOVE DLEDGER-COMMIT-PATH TO DLEDGER-PATH
               STRING "deploy ledger not updated - no "
                                          DELIMITED BY SIZE
                      DLEDGER-PENDING-PATH
                                          DELIMITED BY SPACE
                      " (already committed?)"
                                          DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-530-EXIT
           END-IF.
           CLOSE DLEDGERFILE.
           MOVE DLEDGER-COMMIT-PATH TO DLEDGER-PATH.
           CALL "CBL_COPY_FILE" USING DLEDGER-PENDING-PATH
                                      DLEDGER-COMMIT-PATH.
           MOVE RETURN-CODE TO WS-COPY-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-COPY-RC NOT = 0
               DISPLAY "AUTODEPLOY: cannot update deploy ledger - "
                       DLEDGER-COMMIT-PATH
               STRING "ERROR cannot update "
                                          DELIMITED BY SIZE
                      DLEDGER-COMMIT-PATH DELIMITED BY SPACE
                      " - pending ledger kept"
                                          DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LEDGER-ERRORS
               GO TO MAIN-530-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING DLEDGER-PENDING-PATH.
           MOVE 0 TO RETURN-CODE.
           STRING "deploy ledger updated: "
                                      DELIMITED BY SIZE
                  DLEDGER-COMMIT-PATH DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
       MAIN-530-EXIT.
           CONTINUE.
      *-------------------------------------*
      *WS-KEY-INを公開先の形へ直してWS-KEY-OUTへ
      *（WS-KEY-WORKにはnew/・new_en/を外しただけの名前が残る）
      *-------------------------------------*
       MAIN-600-SITE-KEY.
           MOVE SPACE TO WS-KEY-WORK.
           IF WS-KEY-IN(1:7) = "new_en/"
               MOVE WS-KEY-IN(8:243) TO WS-KEY-WORK
           ELSE
               IF WS-KEY-IN(1:4) = "new/"
                   MOVE WS-KEY-IN(5:246) TO WS-KEY-WORK
               ELSE
                   MOVE WS-KEY-IN TO WS-KEY-WORK
               END-IF
           END-IF.
           MOVE WS-KEY-WORK TO WS-KEY-OUT.
           MOVE WS-KEY-WORK TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           IF WS-TRIM-LEN > 3 AND WS-TRIM-LEN < 246
               AND WS-TRIM-IN(WS-TRIM-LEN - 2 : 3) = ".md"
               MOVE SPACE TO WS-KEY-OUT
               STRING WS-TRIM-IN(1:WS-TRIM-LEN - 3)
                                 DELIMITED BY SIZE
                      ".html"    DELIMITED BY SIZE
                      INTO WS-KEY-OUT
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
       MAIN-800-WRITE-BUILD-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "copy="            DELIMITED BY SIZE
                  WS-COPIES          DELIMITED BY SIZE
                  " delete="         DELIMITED BY SIZE
                  WS-DELETES         DELIMITED BY SIZE
                  " unchanged="      DELIMITED BY SIZE
                  WS-UNCHANGED       DELIMITED BY SIZE
                  " output-missing=" DELIMITED BY SIZE
                  WS-MISSING-OUTPUT  DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-MISSING-OUTPUT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
      *-------------------------------------*
       MAIN-810-WRITE-VERIFY-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "inventory-files="  DELIMITED BY SIZE
                  WS-INV-FILES        DELIMITED BY SIZE
                  " verified="        DELIMITED BY SIZE
                  WS-VERIFIED         DELIMITED BY SIZE
                  " present-unchecked="
                                      DELIMITED BY SIZE
                  WS-NOT-CHECKSUMMED  DELIMITED BY SIZE
                  " missing="         DELIMITED BY SIZE
                  WS-MISSING          DELIMITED BY SIZE
                  " wrong-checksum="  DELIMITED BY SIZE
                  WS-BAD-SUM          DELIMITED BY SIZE
                  " unexpected="      DELIMITED BY SIZE
                  WS-UNEXPECTED       DELIMITED BY SIZE
                  " not-deleted="     DELIMITED BY SIZE
                  WS-NOT-DELETED      DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-MISSING > 0 OR WS-BAD-SUM > 0
               OR WS-UNEXPECTED > 0 OR WS-NOT-DELETED > 0
               OR WS-LEDGER-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
