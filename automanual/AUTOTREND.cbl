      *                        押し出して直近1000実行を保持するよう
      *                        改めた。連続失敗の判定は通算の実行番号
      *                        で行い、上限到達後も働くようにした。
      *2026-10-15 M YOKOGAWA   AUTORETAINが古い実行履歴を日付付きの
      *                        保管ファイルへ移すようになったため、
      *                        保管の一覧（automanual_history_archive
      *                        .lst）に載る保管ファイルを載った順に
      *                        読んでから現行の履歴を読むようにした。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                                       HISTORY-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   HIST-STS.
           SELECT OPTIONAL ARCINDEXFILE
                                   ASSIGN         TO   DYNAMIC
                                                       ARCINDEX-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   AIX-STS.
           SELECT    REPORTFILE    ASSIGN         TO   DYNAMIC
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
      *-------------------------------------*
       FD  HISTORYFILE.
       01  HIST-LINE               PIC X(300).
       FD  ARCINDEXFILE.
       01  AIX-LINE                PIC X(256).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
      *-------------------------------------*
       01  HIST-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  AIX-STS                  PIC X(02).
       01  HISTORY-PATH             PIC X(256)
                                    VALUE "automanual_history.log".
      *保管した実行履歴の一覧（AUTORETAINが古い順に追記する）
       01  ARCINDEX-PATH            PIC X(256)
                              VALUE "automanual_history_archive.lst".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autotrend_report.log".
      *起動引数（連続失敗とみなす回数。省略時は3）
                   END-IF
               END-IF
           END-IF.
           PERFORM MAIN-005-LOAD-ARCHIVES.
           MOVE "automanual_history.log" TO HISTORY-PATH.
           PERFORM MAIN-010-LOAD-HISTORY THRU MAIN-010-EXIT.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOTREND run history trend report" TO RPT-LINE.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *保管した実行履歴の読込（現行の履歴より前の実行）
      *-------------------------------------*
       MAIN-005-LOAD-ARCHIVES.
           OPEN INPUT ARCINDEXFILE.
           IF AIX-STS = "00" OR AIX-STS = "05"
               PERFORM UNTIL AIX-STS NOT = ZERO
                   READ ARCINDEXFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        IF AIX-LINE NOT = SPACE
                           AND AIX-LINE(1:1) NOT = "*"
                           MOVE AIX-LINE TO HISTORY-PATH
                           PERFORM MAIN-010-LOAD-HISTORY
                              THRU MAIN-010-EXIT
                        END-IF
               END-PERFORM
               CLOSE ARCINDEXFILE
           END-IF.
      *-------------------------------------*
      *実行履歴の読込
      *-------------------------------------*
       MAIN-010-LOAD-HISTORY.
