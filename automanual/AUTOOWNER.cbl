       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOOWNER.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。TOC.mdに掲載されたold/配下の
      *                        各ページ先頭のフロントマターから
      *                        owner:とreviewed:を読み取り、担当者
      *                        ごとにページを並べた点検一覧を作る。
      *                        ・担当者の無いページ
      *                        ・レビュー日から設定日数
      *                        　（REVIEW-MAX-DAYS）を過ぎたページ
      *                        ・レビュー日の後に変換元が変わった
      *                        　ページ（ページ台帳の実行IDと
      *                        　チェックサムで判定）
      *                        を印付けし、担当者ごとに件数を出す。
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
           SELECT    LEDGERFILE    ASSIGN         TO   DYNAMIC
                                                       LEDGER-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LED-STS.
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
       FD  LEDGERFILE.
       01  LED-LINE                PIC X(300).
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
       01  LED-STS                  PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EXCLUDE-PATH             PIC X(256)  VALUE "exclude.lst".
       01  LEDGER-PATH              PIC X(256)
                                    VALUE "automanual.ledger".
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoowner_report.log".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *レビューの有効日数（REVIEW-MAX-DAYS。既定は180日）
       01  WS-MAX-DAYS              PIC 9(05)  VALUE 180.
       01  WS-MAX-DAYS-X            PIC X(05).
       01  WS-NUM-POS               PIC 9(02) COMP.
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
      *ページ台帳（チェックサムと最終処理実行ID）
       01  LED-TABLE.
           05  LED-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY LED-IDX.
               10  LED-NAME         PIC X(250).
               10  LED-CHECKSUM     PIC 9(09).
               10  LED-RUNID        PIC X(14).
       01  LED-COUNT                PIC 9(04) COMP VALUE 0.
       01  LED-REC                  PIC X(300).
       01  LED-PART-NAME            PIC X(250).
       01  LED-PART-LINES           PIC X(10).
       01  LED-PART-SUM             PIC X(12).
       01  LED-PART-RUN             PIC X(14).
       01  WS-LED-KEY               PIC X(250).
       01  WS-FOUND-RUNID           PIC X(14).
       01  WS-FOUND-SUM             PIC 9(09)  VALUE 0.
       01  SW-LED-FOUND             PIC X       VALUE 'N'.
      *点検結果（担当者の昇順。同じ担当者の中はTOC掲載順）
       01  OWN-TABLE.
           05  OWN-ENTRY            OCCURS 2000 TIMES
                                     INDEXED BY OWN-IDX.
               10  OWN-NAME         PIC X(60).
               10  OWN-PAGE         PIC X(250).
               10  OWN-REVIEWED     PIC X(08).
               10  OWN-AGE          PIC 9(05).
               10  OWN-RUNID        PIC X(14).
               10  OWN-FLAG-MISSING PIC X.
               10  OWN-FLAG-NOREV   PIC X.
               10  OWN-FLAG-BADDATE PIC X.
               10  OWN-FLAG-OVERDUE PIC X.
               10  OWN-FLAG-CHANGED PIC X.
       01  OWN-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-NEW-ENTRY.
           05  WS-NEW-NAME          PIC X(60).
           05  WS-NEW-PAGE          PIC X(250).
           05  WS-NEW-REVIEWED      PIC X(08).
           05  WS-NEW-AGE           PIC 9(05).
           05  WS-NEW-RUNID         PIC X(14).
           05  WS-NEW-FLAG-MISSING  PIC X.
           05  WS-NEW-FLAG-NOREV    PIC X.
           05  WS-NEW-FLAG-BADDATE  PIC X.
           05  WS-NEW-FLAG-OVERDUE  PIC X.
           05  WS-NEW-FLAG-CHANGED  PIC X.
       01  WS-XB-J                  PIC 9(04) COMP.
      *フロントマターの読取り
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(07) COMP VALUE 0.
       01  FM-KEY                   PIC X(20).
       01  FM-VALUE                 PIC X(250).
       01  FM-OWNER                 PIC X(60).
       01  FM-REVIEWED              PIC X(20).
      *変換元の現在のチェックサム計算（AUTOMANUALの台帳と同じ
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
      *日付計算（暦日を通算日数に直して差を取る）
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
       01  WS-DT-IN                 PIC X(08).
       01  WS-DT-Y                  PIC 9(04).
       01  WS-DT-M                  PIC 9(02).
       01  WS-DT-D                  PIC 9(02).
       01  WS-DT-YY                 PIC 9(04) COMP.
       01  WS-DT-MM                 PIC 9(02) COMP.
       01  WS-DT-DAYS               PIC 9(07) COMP.
       01  WS-DT-Q                  PIC 9(07) COMP.
       01  WS-REV-DAYS              PIC 9(07) COMP.
       01  SW-DATE-OK               PIC X       VALUE 'N'.
      *担当者ごとの件数
       01  WS-CUR-OWNER             PIC X(60).
       01  SW-SECTION-OPEN          PIC X       VALUE 'N'.
       01  WS-SEC-PAGES             PIC 9(05)  VALUE 0.
       01  WS-SEC-OVERDUE           PIC 9(05)  VALUE 0.
       01  WS-SEC-CHANGED           PIC 9(05)  VALUE 0.
       01  WS-SEC-NOREV             PIC 9(05)  VALUE 0.
       01  WS-STATUS-TEXT           PIC X(120).
       01  WS-STATUS-PTR            PIC 9(03) COMP.
       01  WS-REV-SHOW              PIC X(10).
       01  WS-AGE-D                 PIC 9(05).
      *件数集計
       01  WS-PAGES-CHECKED         PIC 9(05)  VALUE 0.
       01  WS-OWNERS                PIC 9(05)  VALUE 0.
       01  WS-NO-OWNER              PIC 9(05)  VALUE 0.
       01  WS-NOT-REVIEWED          PIC 9(05)  VALUE 0.
       01  WS-BAD-DATES             PIC 9(05)  VALUE 0.
       01  WS-OVERDUE               PIC 9(05)  VALUE 0.
       01  WS-CHANGED               PIC 9(05)  VALUE 0.
       01  WS-MISSING               PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DT-IN.
           PERFORM MAIN-500-DATE-TO-DAYS THRU MAIN-500-EXIT.
           MOVE WS-DT-DAYS TO WS-TODAY-DAYS.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-040-LOAD-LEDGER.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOOWNER page review status by owner report"
                TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing to check"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           MOVE SPACE TO RPT-TEXT.
           STRING "as-of="           DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  " review-max-days="
                                     DELIMITED BY SIZE
                  WS-MAX-DAYS        DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               PERFORM MAIN-100-CHECK-ONE-PAGE THRU MAIN-100-EXIT
           END-PERFORM.
           PERFORM MAIN-300-WRITE-SECTIONS.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルからレビューの有効日数を読み込む
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
                           IF CFG-KEY = "REVIEW-MAX-DAYS"
                              PERFORM MAIN-006-SET-MAX-DAYS
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *REVIEW-MAX-DAYSの値（1～5桁の数字）を取り込む
      *数字でなければ既定値のまま
      *-------------------------------------*
       MAIN-006-SET-MAX-DAYS.
           MOVE 0 TO WS-NUM-POS.
           PERFORM VARYING WS-CHR FROM 1 BY 1
                     UNTIL WS-CHR > 5
                        OR CFG-VALUE(WS-CHR:1) = SPACE
               IF CFG-VALUE(WS-CHR:1) >= "0"
                  AND CFG-VALUE(WS-CHR:1) <= "9"
                   ADD 1 TO WS-NUM-POS
               END-IF
           END-PERFORM.
           IF WS-NUM-POS > 0 AND WS-NUM-POS = WS-CHR - 1
               AND CFG-VALUE(WS-CHR:1) = SPACE
               MOVE ZERO TO WS-MAX-DAYS-X
               MOVE CFG-VALUE(1:WS-NUM-POS)
                    TO WS-MAX-DAYS-X(6 - WS-NUM-POS:WS-NUM-POS)
               MOVE WS-MAX-DAYS-X TO WS-MAX-DAYS
           ELSE
               DISPLAY "AUTOOWNER: REVIEW-MAX-DAYS not numeric - "
                       "using " WS-MAX-DAYS
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
                               DISPLAY "AUTOOWNER: TOC table full "
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
      *ページ台帳の読込（チェックサムと実行ID）
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
                               DISPLAY "AUTOOWNER: ledger table full "
                                       "(2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM  LED-PART-RUN
                           UNSTRING LED-REC DELIMITED BY SPACE
                                    INTO LED-PART-NAME LED-PART-LINES
                                         LED-PART-SUM  LED-PART-RUN
                           IF LED-PART-NAME NOT = SPACE
                              AND LED-PART-SUM NOT = SPACE
                              ADD 1 TO LED-COUNT
                              MOVE LED-PART-NAME
                                   TO LED-NAME(LED-COUNT)
                              MOVE LED-PART-SUM(1:9)
                                   TO LED-CHECKSUM(LED-COUNT)
                              MOVE LED-PART-RUN
                                   TO LED-RUNID(LED-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.
      *-------------------------------------*
      *1ページ分の点検
      *フロントマターを読みながら全行のチェックサムも求める
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
           MOVE SPACE TO WS-NEW-ENTRY.
           MOVE 0 TO WS-NEW-AGE.
           MOVE 'N' TO WS-NEW-FLAG-MISSING WS-NEW-FLAG-NOREV
                       WS-NEW-FLAG-BADDATE WS-NEW-FLAG-OVERDUE
                       WS-NEW-FLAG-CHANGED.
           MOVE TOC-FILENAME(TOC-IDX) TO WS-NEW-PAGE.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "old/"                 DELIMITED BY SIZE
                  TOC-FILENAME(TOC-IDX)  DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           PERFORM MAIN-110-SCAN-PAGE.
           IF SW-FILE-READ = 'N'
               MOVE 'Y' TO WS-NEW-FLAG-MISSING
               ADD 1 TO WS-MISSING
           END-IF.
           MOVE FM-OWNER TO WS-NEW-NAME.
           IF FM-OWNER = SPACE
               ADD 1 TO WS-NO-OWNER
           END-IF.
      *レビュー日の判定（YYYY-MM-DDまたはYYYYMMDD）
           IF FM-REVIEWED = SPACE
               MOVE 'Y' TO WS-NEW-FLAG-NOREV
               ADD 1 TO WS-NOT-REVIEWED
           ELSE
               MOVE SPACE TO WS-DT-IN
               IF FM-REVIEWED(5:1) = "-" AND FM-REVIEWED(8:1) = "-"
                   STRING FM-REVIEWED(1:4) FM-REVIEWED(6:2)
                          FM-REVIEWED(9:2)
                          DELIMITED BY SIZE INTO WS-DT-IN
               ELSE
                   MOVE FM-REVIEWED(1:8) TO WS-DT-IN
               END-IF
               PERFORM MAIN-500-DATE-TO-DAYS THRU MAIN-500-EXIT
               IF SW-DATE-OK = 'N'
                   MOVE 'Y' TO WS-NEW-FLAG-BADDATE
                   ADD 1 TO WS-BAD-DATES
                   MOVE FM-REVIEWED(1:8) TO WS-NEW-REVIEWED
               ELSE
                   MOVE WS-DT-IN TO WS-NEW-REVIEWED
                   MOVE WS-DT-DAYS TO WS-REV-DAYS
                   IF WS-REV-DAYS < WS-TODAY-DAYS
                       COMPUTE WS-NEW-AGE =
                               WS-TODAY-DAYS - WS-REV-DAYS
                   END-IF
                   IF WS-NEW-AGE > WS-MAX-DAYS
                       MOVE 'Y' TO WS-NEW-FLAG-OVERDUE
                       ADD 1 TO WS-OVERDUE
                   END-IF
                   PERFORM MAIN-120-CHECK-CHANGED
               END-IF
           END-IF.
           PERFORM MAIN-200-ADD-ENTRY.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-FILE-PATHのページを読み、フロントマターのowner:と
      *reviewed:、および全行のチェックサムを求める
      *-------------------------------------*
       MAIN-110-SCAN-PAGE.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN.
           MOVE SPACE TO FM-OWNER FM-REVIEWED.
           MOVE 0 TO WS-LINE-NO WS-FILE-SUM WS-FILE-SUM-D.
           MOVE 1 TO WS-SUM-WEIGHT.
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
                        PERFORM MAIN-115-TRACK-FM-LINE
                        PERFORM MAIN-230-SUM-ONE-LINE
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
      *閉じられないままのフロントマターはAUTOMANUALと同様に
      *無かったものとして扱う
           IF SW-FM-OPEN = 'Y'
               MOVE SPACE TO FM-OWNER FM-REVIEWED
           END-IF.
           MOVE WS-FILE-SUM TO WS-FILE-SUM-D.
      *-------------------------------------*
      *フロントマターの1行分を追う
      *（AUTOMANUALと同じ規則: 1行目の"---"で開き、次の"---"で閉じる）
      *-------------------------------------*
       MAIN-115-TRACK-FM-LINE.
           IF WS-LINE-NO = 1
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'Y' TO SW-FM-OPEN
               END-IF
           ELSE
               IF SW-FM-OPEN = 'Y'
                   IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                       MOVE 'N' TO SW-FM-OPEN
                   ELSE
                       MOVE SPACE TO FM-KEY FM-VALUE
                       UNSTRING PAGE-REC(1:300) DELIMITED BY ": "
                                INTO FM-KEY FM-VALUE
                       IF FM-KEY = "owner"
                           MOVE FM-VALUE(1:60) TO FM-OWNER
                       END-IF
                       IF FM-KEY = "reviewed"
                           MOVE FM-VALUE(1:20) TO FM-REVIEWED
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *レビュー日の後に変換元が変わったかを判定する
      *・台帳の最終処理実行IDの日付がレビュー日より後
      *　（レビューの後に内容が変わって再処理された）
      *・台帳の実行IDがレビュー日以降なのに、現在のチェックサムが
      *　台帳と食い違う（その処理の後にさらに編集された）
      *台帳より後の日付でレビューした編集中のページは、レビュー
      *済みの内容とみなして印を付けない
      *-------------------------------------*
       MAIN-120-CHECK-CHANGED.
           MOVE SPACE TO WS-LED-KEY.
           STRING "old/"                 DELIMITED BY SIZE
                  TOC-FILENAME(TOC-IDX)  DELIMITED BY SPACE
                  INTO WS-LED-KEY.
           PERFORM MAIN-210-LOOKUP-LEDGER.
           IF SW-LED-FOUND = 'Y'
               MOVE WS-FOUND-RUNID TO WS-NEW-RUNID
               IF WS-FOUND-RUNID(1:8) > WS-NEW-REVIEWED
                   MOVE 'Y' TO WS-NEW-FLAG-CHANGED
               ELSE
                   IF WS-FOUND-RUNID(1:8) = WS-NEW-REVIEWED
                       AND SW-FILE-READ = 'Y'
                       AND WS-FILE-SUM-D NOT = WS-FOUND-SUM
                       MOVE 'Y' TO WS-NEW-FLAG-CHANGED
                   END-IF
               END-IF
           END-IF.
           IF WS-NEW-FLAG-CHANGED = 'Y'
               ADD 1 TO WS-CHANGED
           END-IF.
      *-------------------------------------*
      *点検結果を1件、担当者の昇順を保って挿入する
      *（担当者の無いページは空白キーとして先頭に集まる）
      *-------------------------------------*
       MAIN-200-ADD-ENTRY.
           IF OWN-COUNT >= 2000
               DISPLAY "AUTOOWNER: owner table full (2000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO OWN-COUNT.
           MOVE OWN-COUNT TO WS-XB-J.
           PERFORM UNTIL WS-XB-J = 1
                         OR OWN-NAME(WS-XB-J - 1) <= WS-NEW-NAME
               MOVE OWN-ENTRY(WS-XB-J - 1) TO OWN-ENTRY(WS-XB-J)
               SUBTRACT 1 FROM WS-XB-J
           END-PERFORM.
           MOVE WS-NEW-ENTRY TO OWN-ENTRY(WS-XB-J).
      *-------------------------------------*
      *台帳からWS-LED-KEYの実行IDとチェックサムを引く
      *-------------------------------------*
       MAIN-210-LOOKUP-LEDGER.
           MOVE SPACE TO WS-FOUND-RUNID.
           MOVE 0 TO WS-FOUND-SUM.
           MOVE 'N' TO SW-LED-FOUND.
           PERFORM VARYING LED-IDX FROM 1 BY 1
                     UNTIL LED-IDX > LED-COUNT
               IF LED-NAME(LED-IDX) = WS-LED-KEY
                   MOVE LED-RUNID(LED-IDX) TO WS-FOUND-RUNID
                   MOVE LED-CHECKSUM(LED-IDX) TO WS-FOUND-SUM
                   MOVE 'Y' TO SW-LED-FOUND
               END-IF
           END-PERFORM.
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
      *担当者ごとの一覧の書き出し（担当者の変わり目で見出しを出し、
      *節の終わりに件数を書く）
      *-------------------------------------*
       MAIN-300-WRITE-SECTIONS.
           MOVE 'N' TO SW-SECTION-OPEN.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
                     UNTIL OWN-IDX > OWN-COUNT
               IF SW-SECTION-OPEN = 'N'
                   OR OWN-NAME(OWN-IDX) NOT = WS-CUR-OWNER
                   IF SW-SECTION-OPEN = 'Y'
                       PERFORM MAIN-330-CLOSE-SECTION
                   END-IF
                   MOVE OWN-NAME(OWN-IDX) TO WS-CUR-OWNER
                   PERFORM MAIN-310-OPEN-SECTION
               END-IF
               PERFORM MAIN-320-WRITE-ONE-PAGE
           END-PERFORM.
           IF SW-SECTION-OPEN = 'Y'
               PERFORM MAIN-330-CLOSE-SECTION
           END-IF.
      *-------------------------------------*
       MAIN-310-OPEN-SECTION.
           MOVE 'Y' TO SW-SECTION-OPEN.
           ADD 1 TO WS-OWNERS.
           MOVE 0 TO WS-SEC-PAGES WS-SEC-OVERDUE WS-SEC-CHANGED
                     WS-SEC-NOREV.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           IF WS-CUR-OWNER = SPACE
               MOVE "## owner (no owner)" TO RPT-TEXT
           ELSE
               STRING "## owner "     DELIMITED BY SIZE
                      WS-CUR-OWNER    DELIMITED BY "  "
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
      *ページ1件分の行
      *"  page : reviewed YYYY-MM-DD (NNNNN days) 印..."
      *-------------------------------------*
       MAIN-320-WRITE-ONE-PAGE.
           ADD 1 TO WS-SEC-PAGES.
           MOVE SPACE TO WS-STATUS-TEXT.
           MOVE 1 TO WS-STATUS-PTR.
           IF OWN-FLAG-MISSING(OWN-IDX) = 'Y'
               STRING " SOURCE MISSING" DELIMITED BY SIZE
                      INTO WS-STATUS-TEXT
                      WITH POINTER WS-STATUS-PTR
           END-IF.
           IF OWN-NAME(OWN-IDX) = SPACE
               STRING " NO OWNER"      DELIMITED BY SIZE
                      INTO WS-STATUS-TEXT
                      WITH POINTER WS-STATUS-PTR
           END-IF.
           IF OWN-FLAG-NOREV(OWN-IDX) = 'Y'
               ADD 1 TO WS-SEC-NOREV
               STRING " NOT REVIEWED"  DELIMITED BY SIZE
                      INTO WS-STATUS-TEXT
                      WITH POINTER WS-STATUS-PTR
           END-IF.
           IF OWN-FLAG-BADDATE(OWN-IDX) = 'Y'
               STRING " BAD REVIEWED DATE"
                                       DELIMITED BY SIZE
                      INTO WS-STATUS-TEXT
                      WITH POINTER WS-STATUS-PTR
           END-IF.
           IF OWN-FLAG-OVERDUE(OWN-IDX) = 'Y'
               ADD 1 TO WS-SEC-OVERDUE
               STRING " REVIEW OVERDUE" DELIMITED BY SIZE
                      INTO WS-STATUS-TEXT
                      WITH POINTER WS-STATUS-PTR
           END-IF.
           IF OWN-FLAG-CHANGED(OWN-IDX) = 'Y'
               ADD 1 TO WS-SEC-CHANGED
               STRING " CHANGED AFTER REVIEW (last run "
                                       DELIMITED BY SIZE
                      OWN-RUNID(OWN-IDX)
                                       DELIMITED BY SIZE
                      ")"              DELIMITED BY SIZE
                      INTO WS-STATUS-TEXT
                      WITH POINTER WS-STATUS-PTR
           END-IF.
           IF WS-STATUS-PTR = 1
               MOVE " ok" TO WS-STATUS-TEXT
           END-IF.
           MOVE SPACE TO WS-REV-SHOW.
           IF OWN-REVIEWED(OWN-IDX) = SPACE
               MOVE "-" TO WS-REV-SHOW
           ELSE
               IF OWN-FLAG-BADDATE(OWN-IDX) = 'Y'
                   MOVE OWN-REVIEWED(OWN-IDX) TO WS-REV-SHOW
               ELSE
                   STRING OWN-REVIEWED(OWN-IDX)(1:4) "-"
                          OWN-REVIEWED(OWN-IDX)(5:2) "-"
                          OWN-REVIEWED(OWN-IDX)(7:2)
                          DELIMITED BY SIZE INTO WS-REV-SHOW
               END-IF
           END-IF.
           MOVE OWN-AGE(OWN-IDX) TO WS-AGE-D.
           MOVE SPACE TO RPT-TEXT.
           IF OWN-REVIEWED(OWN-IDX) = SPACE
               OR OWN-FLAG-BADDATE(OWN-IDX) = 'Y'
               STRING "  "               DELIMITED BY SIZE
                      OWN-PAGE(OWN-IDX)  DELIMITED BY SPACE
                      " : reviewed "     DELIMITED BY SIZE
                      WS-REV-SHOW        DELIMITED BY SPACE
                      " :"               DELIMITED BY SIZE
                      WS-STATUS-TEXT     DELIMITED BY "   "
                      INTO RPT-TEXT
           ELSE
               STRING "  "               DELIMITED BY SIZE
                      OWN-PAGE(OWN-IDX)  DELIMITED BY SPACE
                      " : reviewed "     DELIMITED BY SIZE
                      WS-REV-SHOW        DELIMITED BY SPACE
                      " ("               DELIMITED BY SIZE
                      WS-AGE-D           DELIMITED BY SIZE
                      " days) :"         DELIMITED BY SIZE
                      WS-STATUS-TEXT     DELIMITED BY "   "
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
       MAIN-330-CLOSE-SECTION.
           MOVE SPACE TO RPT-TEXT.
           STRING "  pages="         DELIMITED BY SIZE
                  WS-SEC-PAGES       DELIMITED BY SIZE
                  " not-reviewed="   DELIMITED BY SIZE
                  WS-SEC-NOREV       DELIMITED BY SIZE
                  " overdue="        DELIMITED BY SIZE
                  WS-SEC-OVERDUE     DELIMITED BY SIZE
                  " changed-after-review="
                                     DELIMITED BY SIZE
                  WS-SEC-CHANGED     DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N' TO SW-SECTION-OPEN.
      *-------------------------------------*
      *WS-DT-IN（YYYYMMDD）を通算日数WS-DT-DAYSに直す
      *（3月始まりの暦で年・月を数え直し、うるう日を年末に置く）
      *日付として正しくなければSW-DATE-OKを'N'にする
      *-------------------------------------*
       MAIN-500-DATE-TO-DAYS.
           MOVE 'N' TO SW-DATE-OK.
           MOVE 0 TO WS-DT-DAYS.
           IF WS-DT-IN IS NOT NUMERIC
               GO TO MAIN-500-EXIT
           END-IF.
           MOVE WS-DT-IN(1:4) TO WS-DT-Y.
           MOVE WS-DT-IN(5:2) TO WS-DT-M.
           MOVE WS-DT-IN(7:2) TO WS-DT-D.
           IF WS-DT-Y < 1900 OR WS-DT-M < 1 OR WS-DT-M > 12
               OR WS-DT-D < 1 OR WS-DT-D > 31
               GO TO MAIN-500-EXIT
           END-IF.
           MOVE 'Y' TO SW-DATE-OK.
           MOVE WS-DT-Y TO WS-DT-YY.
           MOVE WS-DT-M TO WS-DT-MM.
           IF WS-DT-MM <= 2
               SUBTRACT 1 FROM WS-DT-YY
               ADD 12 TO WS-DT-MM
           END-IF.
           COMPUTE WS-DT-DAYS = 365 * WS-DT-YY + WS-DT-D.
           DIVIDE WS-DT-YY BY 4 GIVING WS-DT-Q.
           ADD WS-DT-Q TO WS-DT-DAYS.
           DIVIDE WS-DT-YY BY 100 GIVING WS-DT-Q.
           SUBTRACT WS-DT-Q FROM WS-DT-DAYS.
           DIVIDE WS-DT-YY BY 400 GIVING WS-DT-Q.
           ADD WS-DT-Q TO WS-DT-DAYS.
           COMPUTE WS-DT-Q = (153 * (WS-DT-MM - 3) + 2) / 5.
           ADD WS-DT-Q TO WS-DT-DAYS.
       MAIN-500-EXIT.
           CONTINUE.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages="           DELIMITED BY SIZE
                  WS-PAGES-CHECKED   DELIMITED BY SIZE
                  " owners="         DELIMITED BY SIZE
                  WS-OWNERS          DELIMITED BY SIZE
                  " no-owner="       DELIMITED BY SIZE
                  WS-NO-OWNER        DELIMITED BY SIZE
                  " not-reviewed="   DELIMITED BY SIZE
                  WS-NOT-REVIEWED    DELIMITED BY SIZE
                  " bad-dates="      DELIMITED BY SIZE
                  WS-BAD-DATES       DELIMITED BY SIZE
                  " overdue="        DELIMITED BY SIZE
                  WS-OVERDUE         DELIMITED BY SIZE
                  " changed-after-review="
                                     DELIMITED BY SIZE
                  WS-CHANGED         DELIMITED BY SIZE
                  " source-missing=" DELIMITED BY SIZE
                  WS-MISSING         DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-NO-OWNER > 0 OR WS-NOT-REVIEWED > 0
               OR WS-BAD-DATES > 0 OR WS-OVERDUE > 0
               OR WS-CHANGED > 0 OR WS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
