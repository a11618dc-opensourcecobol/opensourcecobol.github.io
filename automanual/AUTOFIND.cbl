       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOFIND.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。各検査のレポート
      *                        （AUTOAUDITのリンク切れ・AUTOTERMの
      *                        用語違反・AUTOASSETの資材欠落・
      *                        AUTOCHAINの連鎖の破綻・AUTOMANUALの
      *                        内容検査の指摘）を1つの指摘台帳
      *                        （検査・ページ・行・内容をキーとする）
      *                        へ突き合わせ、初出と最終確認の実行IDを
      *                        持たせる。レポートに出なくなった指摘は
      *                        自動で閉じ、再び出れば開き直す。
      *                        開いている指摘はページのフロントマターの
      *                        owner:（無ければ章の担当者表）で担当者
      *                        に振り分け、担当者ごとに古い順に並べた
      *                        一覧を出す。
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
           SELECT    PAIRFILE      ASSIGN         TO   DYNAMIC
                                                       PAIR-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAIR-STS.
           SELECT    CHOWNFILE     ASSIGN         TO   DYNAMIC
                                                       CHOWN-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CHOWN-STS.
           SELECT    REGFILE       ASSIGN         TO   DYNAMIC
                                                       REGISTER-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   REG-STS.
           SELECT    SRCFILE       ASSIGN         TO   DYNAMIC
                                                       SRC-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   SRC-STS.
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
       FD  PAIRFILE.
       01  PAIR-LINE               PIC X(500).
       FD  CHOWNFILE.
       01  CHOWN-LINE              PIC X(300).
       FD  REGFILE.
       01  REG-LINE                PIC X(600).
       FD  SRCFILE.
       01  SRC-LINE                PIC X(300).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(600).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  TOC-STS                  PIC X(02).
       01  CFG-STS                  PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  CHOWN-STS                PIC X(02).
       01  REG-STS                  PIC X(02).
       01  SRC-STS                  PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  CHOWN-PATH               PIC X(256)
                                    VALUE "chapter_owners.lst".
       01  REGISTER-PATH            PIC X(256)
                                    VALUE "autofind_register.dat".
       01  SRC-FILE-PATH            PIC X(256).
       01  PAGE-FILE-PATH           PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autofind_report.log".
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *起動引数（実行ID。省略時は現在日時）
      *AUTONIGHTからは夜間実行の実行IDが渡される
       01  WRK-STRING               PIC X(250).
       01  WS-RUN-ID                PIC X(14)  VALUE SPACE.
       01  WS-RUN-DATE              PIC X(08).
       01  WS-RUN-TIME              PIC X(08).
       01  WS-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
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
      *日英ページ対応表（英語側ページの章を日本語側から引く）
       01  PAIR-TABLE.
           05  PAIR-ENTRY           OCCURS 1000 TIMES
                                     INDEXED BY PAIR-IDX.
               10  PAIR-JA          PIC X(250).
               10  PAIR-EN          PIC X(250).
       01  PAIR-COUNT               PIC 9(04) COMP VALUE 0.
       01  PAIR-REC                 PIC X(500).
       01  PAIR-P1                  PIC X(250).
       01  PAIR-P2                  PIC X(250).
      *章の担当者表（「担当者 章見出し」を1行1件）
       01  CO-TABLE.
           05  CO-ENTRY             OCCURS 200 TIMES
                                     INDEXED BY CO-IDX.
               10  CO-OWNER         PIC X(60).
               10  CO-CHAPTER       PIC X(80).
       01  CO-COUNT                 PIC 9(03) COMP VALUE 0.
       01  CO-REC                   PIC X(300).
       01  CO-PTR                   PIC 9(03) COMP.
      *指摘台帳
      *1行に「状態 初出 最終確認 閉じた実行 再発回数 検査 ページ
      *行 内容」を空白区切りで書く（内容だけは空白を含んでよいので
      *最後に置く）。状態はOPENまたはCLOSED、閉じていなければ
      *閉じた実行は"-"
       01  REG-TABLE.
           05  REG-ENTRY            OCCURS 5000 TIMES
                                     INDEXED BY REG-IDX.
               10  REG-STATE        PIC X(06).
               10  REG-FIRST        PIC X(14).
               10  REG-LAST         PIC X(14).
               10  REG-CLOSED       PIC X(14).
               10  REG-REOPENS      PIC 9(03).
               10  REG-CHECK        PIC X(10).
               10  REG-PAGE         PIC X(250).
               10  REG-LINE-NO      PIC 9(07).
               10  REG-DETAIL       PIC X(200).
               10  REG-SEEN         PIC X(01).
               10  REG-NOW          PIC X(01).
       01  REG-COUNT                PIC 9(04) COMP VALUE 0.
       01  REG-REC                  PIC X(600).
       01  REG-PTR                  PIC 9(03) COMP.
       01  REG-P                    PIC X(250) OCCURS 8 TIMES.
       01  WS-REG-BAD               PIC 9(05)  VALUE 0.
      *取り込む検査のレポート
      *SRC-NEED-LINE: "ページ : line 行番号 : 内容"の行だけを指摘と
      *               みなす（'N'なら"ページ : 内容"も指摘）
      *SRC-SCOPED   : 指摘の無いページはレポートに出ないとは限らない
      *               （'Y'ならレポートに名前の出たページの指摘だけを
      *               閉じる対象にする）
       01  SRC-TABLE.
           05  SRC-ENTRY            OCCURS 5 TIMES.
               10  SRC-CHECK        PIC X(10).
               10  SRC-PATH         PIC X(60).
               10  SRC-NEED-LINE    PIC X(01).
               10  SRC-SCOPED       PIC X(01).
               10  SRC-READ         PIC X(01).
               10  SRC-FOUND        PIC 9(05).
       01  SRC-COUNT                PIC 9(02) COMP VALUE 0.
       01  WS-SRC-IX                PIC 9(02) COMP VALUE 0.
       01  WS-SRC-HIT               PIC 9(02) COMP VALUE 0.
       01  SRC-REC                  PIC X(300).
      *範囲付きの検査でレポートに名前の出たページ
       01  SEEN-TABLE.
           05  SEEN-ENTRY           OCCURS 4000 TIMES
                                     INDEXED BY SEEN-IDX.
               10  SEEN-CHECK       PIC X(10).
               10  SEEN-PAGE        PIC X(250).
       01  SEEN-COUNT               PIC 9(04) COMP VALUE 0.
       01  SW-SEEN-FULL             PIC X       VALUE 'N'.
       01  SW-PAGE-SEEN             PIC X       VALUE 'N'.
      *レポート1行の切り分け
       01  WS-F-PAGE                PIC X(250).
       01  WS-F-REST                PIC X(300).
       01  WS-F-LINE-X              PIC X(20).
       01  WS-F-LINE                PIC 9(07).
       01  WS-F-DETAIL              PIC X(200).
       01  WS-F-DELIM               PIC X(03).
       01  WS-F-PTR                 PIC 9(03) COMP.
       01  WS-F-LEN                 PIC 9(03) COMP.
       01  WS-F-SPACES              PIC 9(03) COMP.
       01  WS-F-J                   PIC 9(03) COMP.
       01  WS-R-HIT                 PIC 9(04) COMP VALUE 0.
      *担当者の振り分け（ページごとに一度だけ引く）
       01  PGO-TABLE.
           05  PGO-ENTRY            OCCURS 4000 TIMES
                                     INDEXED BY PGO-IDX.
               10  PGO-PAGE         PIC X(250).
               10  PGO-OWNER        PIC X(60).
       01  PGO-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-OWNER                 PIC X(60).
       01  WS-OWNER-PAGE            PIC X(250).
       01  WS-OWNER-CHAPTER         PIC X(80).
       01  SW-FILE-READ             PIC X       VALUE 'N'.
       01  SW-FM-OPEN               PIC X       VALUE 'N'.
       01  SW-FM-DONE               PIC X       VALUE 'N'.
       01  WS-LINE-NO               PIC 9(07) COMP VALUE 0.
       01  FM-KEY                   PIC X(20).
       01  FM-VALUE                 PIC X(250).
       01  FM-OWNER                 PIC X(60).
      *担当者・古い順の並び（担当者の昇順、同じ担当者の中は
      *経過日数の降順）
       01  SRT-TABLE.
           05  SRT-ENTRY            OCCURS 5000 TIMES
                                     INDEXED BY SRT-IDX.
               10  SRT-OWNER        PIC X(60).
               10  SRT-AGE-INV      PIC 9(05).
               10  SRT-REG          PIC 9(05).
       01  SRT-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-NEW-SRT.
           05  WS-NEW-OWNER         PIC X(60).
           05  WS-NEW-AGE-INV       PIC 9(05).
           05  WS-NEW-REG           PIC 9(05).
       01  WS-XB-J                  PIC 9(04) COMP.
       01  WS-AGE                   PIC 9(05)  VALUE 0.
       01  WS-AGE-D                 PIC 9(05).
       01  WS-REG-X                 PIC 9(05).
      *日付計算（暦日を通算日数に直して差を取る）
       01  WS-DT-IN                 PIC X(08).
       01  WS-DT-Y                  PIC 9(04).
       01  WS-DT-M                  PIC 9(02).
       01  WS-DT-D                  PIC 9(02).
       01  WS-DT-YY                 PIC 9(04) COMP.
       01  WS-DT-MM                 PIC 9(02) COMP.
       01  WS-DT-DAYS               PIC 9(07) COMP.
       01  WS-DT-Q                  PIC 9(07) COMP.
       01  SW-DATE-OK               PIC X       VALUE 'N'.
      *担当者ごとの件数
       01  WS-CUR-OWNER             PIC X(60).
       01  SW-SECTION-OPEN          PIC X       VALUE 'N'.
       01  WS-SEC-OPEN              PIC 9(05)  VALUE 0.
       01  WS-SEC-NEW               PIC 9(05)  VALUE 0.
       01  WS-SEC-REOPENED          PIC 9(05)  VALUE 0.
       01  WS-SEC-OLDEST            PIC 9(05)  VALUE 0.
       01  WS-MARK                  PIC X(30).
       01  WS-REOPENS-D             PIC 9(03).
      *件数集計
       01  WS-SOURCES-READ          PIC 9(02)  VALUE 0.
       01  WS-OPEN                  PIC 9(05)  VALUE 0.
       01  WS-NEW                   PIC 9(05)  VALUE 0.
       01  WS-REOPENED              PIC 9(05)  VALUE 0.
       01  WS-CLOSED                PIC 9(05)  VALUE 0.
       01  WS-UNOWNED               PIC 9(05)  VALUE 0.
       01  WS-ENTRIES               PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(600).
       01  WS-TRIM-IN               PIC X(300).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           UNSTRING WRK-STRING DELIMITED BY SPACE INTO WS-RUN-ID.
           IF WS-RUN-ID = SPACE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               STRING WS-RUN-DATE      DELIMITED BY SIZE
                      WS-RUN-TIME(1:6) DELIMITED BY SIZE
                      INTO WS-RUN-ID
           END-IF.
           MOVE WS-RUN-ID(1:8) TO WS-DT-IN.
           PERFORM MAIN-500-DATE-TO-DAYS THRU MAIN-500-EXIT.
           IF WS-RUN-ID IS NOT NUMERIC OR SW-DATE-OK = 'N'
               DISPLAY "AUTOFIND: run ID must be YYYYMMDDhhmmss - "
                       WS-RUN-ID
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           MOVE WS-DT-DAYS TO WS-TODAY-DAYS.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-020-LOAD-TOC.
           PERFORM MAIN-030-LOAD-PAIRS.
           PERFORM MAIN-040-LOAD-CHAPTER-OWNERS.
           PERFORM MAIN-050-LOAD-REGISTER.
           PERFORM MAIN-060-BUILD-SOURCES.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOFIND findings register report" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "run="              DELIMITED BY SIZE
                  WS-RUN-ID           DELIMITED BY SIZE
                  " register="        DELIMITED BY SIZE
                  REGISTER-PATH       DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                     UNTIL WS-SRC-IX > SRC-COUNT
               PERFORM MAIN-100-READ-SOURCE
           END-PERFORM.
           PERFORM MAIN-200-CLOSE-MISSING.
           PERFORM MAIN-300-WRITE-REGISTER THRU MAIN-300-EXIT.
           PERFORM MAIN-400-ROUTE-OWNERS.
           PERFORM MAIN-600-WRITE-OWNERS.
           PERFORM MAIN-700-WRITE-CLOSED.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルから台帳・章の担当者表・日英対応表のパスを
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
                           IF CFG-KEY = "FINDINGS-REGISTER"
                              AND CFG-VALUE NOT = SPACE
                              MOVE CFG-VALUE TO REGISTER-PATH
                           END-IF
                           IF CFG-KEY = "CHAPTER-OWNERS"
                              AND CFG-VALUE NOT = SPACE
                              MOVE CFG-VALUE TO CHOWN-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
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
                               DISPLAY "AUTOFIND: TOC table full "
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
                           MOVE TOC-CUR-CHAPTER
                                TO TOC-CHAPTER(TOC-COUNT)
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
                                   DISPLAY "AUTOFIND: pair table "
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
      *章の担当者表の読込（無ければ章による振り分けはしない）
      *1行に「担当者 章見出し」（章見出しはTOC.mdの"## "の後ろ）
      *-------------------------------------*
       MAIN-040-LOAD-CHAPTER-OWNERS.
           MOVE 0 TO CO-COUNT.
           OPEN INPUT CHOWNFILE.
           IF CHOWN-STS = "00"
               PERFORM UNTIL CHOWN-STS NOT = ZERO
                   READ CHOWNFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE CHOWN-LINE TO CO-REC
                        IF CO-REC NOT = SPACE
                           AND CO-REC(1:1) NOT = "*"
                           IF CO-COUNT >= 200
                               DISPLAY "AUTOFIND: chapter owner "
                                       "table full (200) - cannot "
                                       "continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CO-COUNT
                           MOVE SPACE TO CO-OWNER(CO-COUNT)
                           MOVE 1 TO CO-PTR
                           UNSTRING CO-REC DELIMITED BY ALL SPACE
                                    INTO CO-OWNER(CO-COUNT)
                                    WITH POINTER CO-PTR
                           MOVE CO-REC(CO-PTR:)
                                TO CO-CHAPTER(CO-COUNT)
                        END-IF
               END-PERFORM
               CLOSE CHOWNFILE
           END-IF.
      *-------------------------------------*
      *指摘台帳の読込（無ければ空の台帳から始める）
      *-------------------------------------*
       MAIN-050-LOAD-REGISTER.
           MOVE 0 TO REG-COUNT.
           OPEN INPUT REGFILE.
           IF REG-STS = "00"
               PERFORM UNTIL REG-STS NOT = ZERO
                   READ REGFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE REG-LINE TO REG-REC
                        IF REG-REC NOT = SPACE
                           AND REG-REC(1:1) NOT = "*"
                           PERFORM MAIN-055-ONE-REGISTER-LINE
                        END-IF
               END-PERFORM
               CLOSE REGFILE
           END-IF.
      *-------------------------------------*
       MAIN-055-ONE-REGISTER-LINE.
           IF REG-COUNT >= 5000
               DISPLAY "AUTOFIND: register table full (5000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO REG-P(1) REG-P(2) REG-P(3) REG-P(4)
                         REG-P(5) REG-P(6) REG-P(7) REG-P(8).
           MOVE 1 TO REG-PTR.
           UNSTRING REG-REC DELIMITED BY ALL SPACE
                    INTO REG-P(1) REG-P(2) REG-P(3) REG-P(4)
                         REG-P(5) REG-P(6) REG-P(7) REG-P(8)
                    WITH POINTER REG-PTR.
           IF (REG-P(1) NOT = "OPEN" AND REG-P(1) NOT = "CLOSED")
              OR REG-P(5)(1:3) IS NOT NUMERIC
              OR REG-P(8)(1:7) IS NOT NUMERIC
              OR REG-PTR > 600
               ADD 1 TO WS-REG-BAD
           ELSE
               ADD 1 TO REG-COUNT
               MOVE REG-P(1)          TO REG-STATE(REG-COUNT)
               MOVE REG-P(2)          TO REG-FIRST(REG-COUNT)
               MOVE REG-P(3)          TO REG-LAST(REG-COUNT)
               MOVE REG-P(4)          TO REG-CLOSED(REG-COUNT)
               MOVE REG-P(5)(1:3)     TO REG-REOPENS(REG-COUNT)
               MOVE REG-P(6)          TO REG-CHECK(REG-COUNT)
               MOVE REG-P(7)          TO REG-PAGE(REG-COUNT)
               MOVE REG-P(8)(1:7)     TO REG-LINE-NO(REG-COUNT)
               MOVE REG-REC(REG-PTR:) TO REG-DETAIL(REG-COUNT)
               MOVE 'N' TO REG-SEEN(REG-COUNT)
               MOVE SPACE TO REG-NOW(REG-COUNT)
           END-IF.
      *-------------------------------------*
      *取り込む検査のレポート
      *AUTOMANUALの内容検査は差分実行でも全ページを検査するが、
      *中断した実行ではサマリに出ないページがあるため、サマリに
      *名前の出たページの指摘だけを閉じる
      *-------------------------------------*
       MAIN-060-BUILD-SOURCES.
           MOVE 5 TO SRC-COUNT.
           MOVE "AUTOAUDIT"            TO SRC-CHECK(1).
           MOVE "autoaudit_report.log" TO SRC-PATH(1).
           MOVE 'Y' TO SRC-NEED-LINE(1).
           MOVE 'N' TO SRC-SCOPED(1).
           MOVE "AUTOTERM"             TO SRC-CHECK(2).
           MOVE "autoterm_report.log"  TO SRC-PATH(2).
           MOVE 'Y' TO SRC-NEED-LINE(2).
           MOVE 'N' TO SRC-SCOPED(2).
           MOVE "AUTOASSET"            TO SRC-CHECK(3).
           MOVE "autoasset_report.log" TO SRC-PATH(3).
           MOVE 'Y' TO SRC-NEED-LINE(3).
           MOVE 'N' TO SRC-SCOPED(3).
           MOVE "AUTOCHAIN"            TO SRC-CHECK(4).
           MOVE "autochain_report.log" TO SRC-PATH(4).
           MOVE 'N' TO SRC-NEED-LINE(4).
           MOVE 'N' TO SRC-SCOPED(4).
           MOVE "AUTOMANUAL"             TO SRC-CHECK(5).
           MOVE "automanual_summary.log" TO SRC-PATH(5).
           MOVE 'Y' TO SRC-NEED-LINE(5).
           MOVE 'Y' TO SRC-SCOPED(5).
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                     UNTIL WS-SRC-IX > SRC-COUNT
               MOVE 'N' TO SRC-READ(WS-SRC-IX)
               MOVE 0 TO SRC-FOUND(WS-SRC-IX)
           END-PERFORM.
      *-------------------------------------*
      *検査1つ分のレポートを読み、指摘を台帳へ突き合わせる
      *レポートが無ければその検査の指摘は開いたまま触らない
      *-------------------------------------*
       MAIN-100-READ-SOURCE.
           MOVE SRC-PATH(WS-SRC-IX) TO SRC-FILE-PATH.
           OPEN INPUT SRCFILE.
           IF SRC-STS NOT = "00"
               MOVE SPACE TO RPT-TEXT
               STRING "source "             DELIMITED BY SIZE
                      SRC-CHECK(WS-SRC-IX)  DELIMITED BY SPACE
                      " "                   DELIMITED BY SIZE
                      SRC-PATH(WS-SRC-IX)   DELIMITED BY SPACE
                      " : not found - its open findings are kept"
                                            DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'Y' TO SRC-READ(WS-SRC-IX)
               ADD 1 TO WS-SOURCES-READ
               PERFORM UNTIL SRC-STS NOT = "00"
                             AND SRC-STS NOT = "09"
                   MOVE SPACE TO SRC-LINE
                   READ SRCFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE SRC-LINE TO SRC-REC
                        PERFORM MAIN-110-ONE-LINE THRU MAIN-110-EXIT
               END-PERFORM
               CLOSE SRCFILE
               MOVE SPACE TO RPT-TEXT
               STRING "source "             DELIMITED BY SIZE
                      SRC-CHECK(WS-SRC-IX)  DELIMITED BY SPACE
                      " "                   DELIMITED BY SIZE
                      SRC-PATH(WS-SRC-IX)   DELIMITED BY SPACE
                      " : findings="        DELIMITED BY SIZE
                      SRC-FOUND(WS-SRC-IX)  DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
      *レポート1行の切り分け
      *"ページ : line 行番号 : 内容"または"ページ : 内容"
      *（ページ名は空白を含まない。見出し・集計行は" : "を含まない）
      *-------------------------------------*
       MAIN-110-ONE-LINE.
           IF SRC-REC = SPACE OR SRC-REC(1:1) = SPACE
               GO TO MAIN-110-EXIT
           END-IF.
           MOVE SPACE TO WS-F-PAGE WS-F-DELIM.
           MOVE 1 TO WS-F-PTR.
           UNSTRING SRC-REC DELIMITED BY " : "
                    INTO WS-F-PAGE DELIMITER IN WS-F-DELIM
                    WITH POINTER WS-F-PTR.
           IF WS-F-DELIM = SPACE OR WS-F-PAGE = SPACE
               GO TO MAIN-110-EXIT
           END-IF.
           MOVE WS-F-PAGE TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE 0 TO WS-F-SPACES.
           INSPECT WS-F-PAGE(1:WS-TRIM-LEN) TALLYING WS-F-SPACES
                   FOR ALL SPACE.
           IF WS-F-SPACES > 0
               GO TO MAIN-110-EXIT
           END-IF.
           IF SRC-SCOPED(WS-SRC-IX) = 'Y'
               PERFORM MAIN-140-NOTE-PAGE
           END-IF.
           MOVE SPACE TO WS-F-REST WS-F-DETAIL.
           MOVE SRC-REC(WS-F-PTR:) TO WS-F-REST.
           IF WS-F-REST(1:5) = "line "
               MOVE SPACE TO WS-F-LINE-X WS-F-DELIM
               MOVE 6 TO WS-F-PTR
               UNSTRING WS-F-REST DELIMITED BY " : "
                        INTO WS-F-LINE-X DELIMITER IN WS-F-DELIM
                        WITH POINTER WS-F-PTR
               IF WS-F-DELIM = SPACE
                   GO TO MAIN-110-EXIT
               END-IF
               MOVE 0 TO WS-F-LEN
               INSPECT WS-F-LINE-X TALLYING WS-F-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-F-LEN = 0 OR WS-F-LEN > 7
                   GO TO MAIN-110-EXIT
               END-IF
               IF WS-F-LINE-X(1:WS-F-LEN) IS NOT NUMERIC
                   GO TO MAIN-110-EXIT
               END-IF
               MOVE WS-F-LINE-X(1:WS-F-LEN) TO WS-F-LINE
               MOVE WS-F-REST(WS-F-PTR:) TO WS-F-DETAIL
           ELSE
               IF SRC-NEED-LINE(WS-SRC-IX) = 'Y'
                   GO TO MAIN-110-EXIT
               END-IF
               MOVE 0 TO WS-F-LINE
               MOVE WS-F-REST TO WS-F-DETAIL
           END-IF.
           IF WS-F-DETAIL = SPACE
               GO TO MAIN-110-EXIT
           END-IF.
           IF SRC-CHECK(WS-SRC-IX) = "AUTOTERM"
               PERFORM MAIN-120-STRIP-COUNT
           END-IF.
           ADD 1 TO SRC-FOUND(WS-SRC-IX).
           PERFORM MAIN-130-MERGE-FINDING.
       MAIN-110-EXIT.
           CONTINUE.
      *-------------------------------------*
      *用語違反の末尾の出現数" (xN)"はキーに含めない
      *（同じ行で出現数だけが変わっても別の指摘にしない）
      *-------------------------------------*
       MAIN-120-STRIP-COUNT.
           MOVE WS-F-DETAIL TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           IF WS-TRIM-LEN < 6 OR WS-F-DETAIL(WS-TRIM-LEN:1) NOT = ")"
               CONTINUE
           ELSE
               COMPUTE WS-F-J = WS-TRIM-LEN - 1
               PERFORM UNTIL WS-F-J < 4
                             OR WS-F-DETAIL(WS-F-J:1) IS NOT NUMERIC
                   SUBTRACT 1 FROM WS-F-J
               END-PERFORM
               IF WS-F-J >= 4 AND WS-F-J < WS-TRIM-LEN - 1
                   IF WS-F-DETAIL(WS-F-J - 2:3) = " (x"
                       MOVE SPACE TO WS-F-DETAIL(WS-F-J - 2:)
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *指摘1件を台帳へ突き合わせる
      *・台帳に無ければ新しい指摘として開く
      *・閉じていれば開き直し、再発回数を数える
      *・開いていれば最終確認の実行IDだけを進める
      *-------------------------------------*
       MAIN-130-MERGE-FINDING.
           MOVE 0 TO WS-R-HIT.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                     UNTIL REG-IDX > REG-COUNT OR WS-R-HIT > 0
               IF REG-LINE-NO(REG-IDX) = WS-F-LINE
                  AND REG-CHECK(REG-IDX) = SRC-CHECK(WS-SRC-IX)
                  AND REG-PAGE(REG-IDX) = WS-F-PAGE
                  AND REG-DETAIL(REG-IDX) = WS-F-DETAIL
                   SET WS-R-HIT TO REG-IDX
               END-IF
           END-PERFORM.
           IF WS-R-HIT > 0
               IF REG-SEEN(WS-R-HIT) = 'N'
                   MOVE 'Y' TO REG-SEEN(WS-R-HIT)
                   MOVE WS-RUN-ID TO REG-LAST(WS-R-HIT)
                   IF REG-STATE(WS-R-HIT) = "CLOSED"
                       MOVE "OPEN" TO REG-STATE(WS-R-HIT)
                       MOVE "-" TO REG-CLOSED(WS-R-HIT)
                       IF REG-REOPENS(WS-R-HIT) < 999
                           ADD 1 TO REG-REOPENS(WS-R-HIT)
                       END-IF
                       MOVE 'R' TO REG-NOW(WS-R-HIT)
                       ADD 1 TO WS-REOPENED
                   END-IF
               END-IF
           ELSE
               IF REG-COUNT >= 5000
                   DISPLAY "AUTOFIND: register table full (5000) - "
                           "cannot continue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REG-COUNT
               MOVE "OPEN"     TO REG-STATE(REG-COUNT)
               MOVE WS-RUN-ID  TO REG-FIRST(REG-COUNT)
               MOVE WS-RUN-ID  TO REG-LAST(REG-COUNT)
               MOVE "-"        TO REG-CLOSED(REG-COUNT)
               MOVE 0          TO REG-REOPENS(REG-COUNT)
               MOVE SRC-CHECK(WS-SRC-IX) TO REG-CHECK(REG-COUNT)
               MOVE WS-F-PAGE  TO REG-PAGE(REG-COUNT)
               MOVE WS-F-LINE  TO REG-LINE-NO(REG-COUNT)
               MOVE WS-F-DETAIL TO REG-DETAIL(REG-COUNT)
               MOVE 'Y'        TO REG-SEEN(REG-COUNT)
               MOVE 'N'        TO REG-NOW(REG-COUNT)
               ADD 1 TO WS-NEW
           END-IF.
      *-------------------------------------*
      *範囲付きの検査でレポートに名前の出たページを覚える
      *（覚えきれなければ、その検査の指摘は閉じない側に倒す）
      *-------------------------------------*
       MAIN-140-NOTE-PAGE.
           PERFORM MAIN-150-FIND-SEEN-PAGE.
           IF SW-PAGE-SEEN = 'N'
               IF SEEN-COUNT >= 4000
                   MOVE 'Y' TO SW-SEEN-FULL
               ELSE
                   ADD 1 TO SEEN-COUNT
                   MOVE SRC-CHECK(WS-SRC-IX) TO SEEN-CHECK(SEEN-COUNT)
                   MOVE WS-F-PAGE TO SEEN-PAGE(SEEN-COUNT)
               END-IF
           END-IF.
      *-------------------------------------*
       MAIN-150-FIND-SEEN-PAGE.
           MOVE 'N' TO SW-PAGE-SEEN.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                     UNTIL SEEN-IDX > SEEN-COUNT OR SW-PAGE-SEEN = 'Y'
               IF SEEN-CHECK(SEEN-IDX) = SRC-CHECK(WS-SRC-IX)
                  AND SEEN-PAGE(SEEN-IDX) = WS-F-PAGE
                   MOVE 'Y' TO SW-PAGE-SEEN
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *今回のレポートに出なかった開いている指摘を閉じる
      *（レポートを読めた検査の分だけ）
      *-------------------------------------*
       MAIN-200-CLOSE-MISSING.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                     UNTIL REG-IDX > REG-COUNT
               IF REG-STATE(REG-IDX) = "OPEN"
                  AND REG-SEEN(REG-IDX) = 'N'
                   PERFORM MAIN-210-CLOSE-ONE
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-210-CLOSE-ONE.
           MOVE 0 TO WS-SRC-HIT.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                     UNTIL WS-SRC-IX > SRC-COUNT
               IF SRC-CHECK(WS-SRC-IX) = REG-CHECK(REG-IDX)
                   MOVE WS-SRC-IX TO WS-SRC-HIT
               END-IF
           END-PERFORM.
           IF WS-SRC-HIT = 0
               CONTINUE
           ELSE
               MOVE WS-SRC-HIT TO WS-SRC-IX
               IF SRC-READ(WS-SRC-IX) = 'Y'
                   MOVE 'Y' TO SW-PAGE-SEEN
                   IF SRC-SCOPED(WS-SRC-IX) = 'Y'
                       IF SW-SEEN-FULL = 'Y'
                           MOVE 'N' TO SW-PAGE-SEEN
                       ELSE
                           MOVE REG-PAGE(REG-IDX) TO WS-F-PAGE
                           PERFORM MAIN-150-FIND-SEEN-PAGE
                       END-IF
                   END-IF
                   IF SW-PAGE-SEEN = 'Y'
                       MOVE "CLOSED"  TO REG-STATE(REG-IDX)
                       MOVE WS-RUN-ID TO REG-CLOSED(REG-IDX)
                       MOVE 'C' TO REG-NOW(REG-IDX)
                       ADD 1 TO WS-CLOSED
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *指摘台帳の書き戻し
      *-------------------------------------*
       MAIN-300-WRITE-REGISTER.
           OPEN OUTPUT REGFILE.
           IF REG-STS NOT = "00"
               DISPLAY "AUTOFIND: cannot write "
                       REGISTER-PATH
               MOVE "cannot write the register - not updated"
                    TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-300-EXIT
           END-IF.
           MOVE SPACE TO REG-LINE.
           STRING "* AUTOFIND findings register - state first-seen "
                                      DELIMITED BY SIZE
                  "last-seen closed reopens check page line detail"
                                      DELIMITED BY SIZE
                  INTO REG-LINE.
           WRITE REG-LINE.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                     UNTIL REG-IDX > REG-COUNT
               ADD 1 TO WS-ENTRIES
               MOVE REG-DETAIL(REG-IDX) TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               MOVE SPACE TO REG-REC
               STRING REG-STATE(REG-IDX)   DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      REG-FIRST(REG-IDX)   DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      REG-LAST(REG-IDX)    DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      REG-CLOSED(REG-IDX)  DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      REG-REOPENS(REG-IDX) DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      REG-CHECK(REG-IDX)   DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      REG-PAGE(REG-IDX)    DELIMITED BY SPACE
                      " "                  DELIMITED BY SIZE
                      REG-LINE-NO(REG-IDX) DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      REG-DETAIL(REG-IDX)(1:WS-TRIM-LEN)
                                           DELIMITED BY SIZE
                      INTO REG-REC
               MOVE REG-REC TO REG-LINE
               WRITE REG-LINE
           END-PERFORM.
           CLOSE REGFILE.
       MAIN-300-EXIT.
           CONTINUE.
      *-------------------------------------*
      *開いている指摘を担当者に振り分け、担当者・古い順に並べる
      *-------------------------------------*
       MAIN-400-ROUTE-OWNERS.
           MOVE 0 TO SRT-COUNT.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                     UNTIL REG-IDX > REG-COUNT
               IF REG-STATE(REG-IDX) = "OPEN"
                   ADD 1 TO WS-OPEN
                   MOVE REG-PAGE(REG-IDX) TO WS-OWNER-PAGE
                   PERFORM MAIN-410-FIND-OWNER THRU MAIN-410-EXIT
                   IF WS-OWNER = SPACE
                       ADD 1 TO WS-UNOWNED
                   END-IF
                   PERFORM MAIN-450-CALC-AGE
                   MOVE WS-OWNER TO WS-NEW-OWNER
                   COMPUTE WS-NEW-AGE-INV = 99999 - WS-AGE
                   SET WS-REG-X TO REG-IDX
                   MOVE WS-REG-X TO WS-NEW-REG
                   PERFORM MAIN-460-ADD-SORT
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *ページの担当者を求める
      *フロントマターのowner:（old/、無ければold_en/のページ）、
      *無ければそのページの章（英語側は対応する日本語ページの章）
      *の担当者。どちらも無ければ空白（担当者なし）
      *-------------------------------------*
       MAIN-410-FIND-OWNER.
           MOVE SPACE TO WS-OWNER.
           PERFORM VARYING PGO-IDX FROM 1 BY 1
                     UNTIL PGO-IDX > PGO-COUNT
               IF PGO-PAGE(PGO-IDX) = WS-OWNER-PAGE
                   MOVE PGO-OWNER(PGO-IDX) TO WS-OWNER
                   GO TO MAIN-410-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "old/"                 DELIMITED BY SIZE
                  WS-OWNER-PAGE          DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           PERFORM MAIN-420-READ-FRONT-MATTER.
           IF SW-FILE-READ = 'N'
               MOVE SPACE TO PAGE-FILE-PATH
               STRING "old_en/"              DELIMITED BY SIZE
                      WS-OWNER-PAGE          DELIMITED BY SPACE
                      INTO PAGE-FILE-PATH
               PERFORM MAIN-420-READ-FRONT-MATTER
           END-IF.
           MOVE FM-OWNER TO WS-OWNER.
           IF WS-OWNER = SPACE
               PERFORM MAIN-430-CHAPTER-OWNER
           END-IF.
           IF PGO-COUNT < 4000
               ADD 1 TO PGO-COUNT
               MOVE WS-OWNER-PAGE TO PGO-PAGE(PGO-COUNT)
               MOVE WS-OWNER      TO PGO-OWNER(PGO-COUNT)
           END-IF.
       MAIN-410-EXIT.
           CONTINUE.
      *-------------------------------------*
      *PAGE-FILE-PATHのページのフロントマターからowner:を読む
      *（AUTOMANUALと同じ規則: 1行目の"---"で開き、次の"---"で
      *閉じる。閉じないままのフロントマターは無かったものとする）
      *-------------------------------------*
       MAIN-420-READ-FRONT-MATTER.
           MOVE 'N' TO SW-FILE-READ SW-FM-OPEN SW-FM-DONE.
           MOVE SPACE TO FM-OWNER.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS = "00"
               MOVE 'Y' TO SW-FILE-READ
               PERFORM UNTIL (PAGE-STS NOT = "00"
                              AND PAGE-STS NOT = "09")
                             OR SW-FM-DONE = 'Y'
                   MOVE SPACE TO PAGE-REC
                   READ PAGEFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        ADD 1 TO WS-LINE-NO
                        PERFORM MAIN-425-TRACK-FM-LINE
               END-PERFORM
               CLOSE PAGEFILE
           END-IF.
           IF SW-FM-OPEN = 'Y'
               MOVE SPACE TO FM-OWNER
           END-IF.
      *-------------------------------------*
       MAIN-425-TRACK-FM-LINE.
           IF WS-LINE-NO = 1
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'Y' TO SW-FM-OPEN
               ELSE
                   MOVE 'Y' TO SW-FM-DONE
               END-IF
           ELSE
               IF PAGE-REC(1:3) = "---" AND PAGE-REC(4:1) = SPACE
                   MOVE 'N' TO SW-FM-OPEN
                   MOVE 'Y' TO SW-FM-DONE
               ELSE
                   MOVE SPACE TO FM-KEY FM-VALUE
                   UNSTRING PAGE-REC(1:300) DELIMITED BY ": "
                            INTO FM-KEY FM-VALUE
                   IF FM-KEY = "owner"
                       MOVE FM-VALUE(1:60) TO FM-OWNER
                   END-IF
               END-IF
           END-IF.
      *-------------------------------------*
      *章の担当者表から担当者を引く
      *-------------------------------------*
       MAIN-430-CHAPTER-OWNER.
           MOVE SPACE TO WS-OWNER-CHAPTER.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               IF TOC-FILENAME(TOC-IDX) = WS-OWNER-PAGE
                   MOVE TOC-CHAPTER(TOC-IDX) TO WS-OWNER-CHAPTER
               END-IF
           END-PERFORM.
           IF WS-OWNER-CHAPTER = SPACE
               PERFORM VARYING PAIR-IDX FROM 1 BY 1
                         UNTIL PAIR-IDX > PAIR-COUNT
                   IF PAIR-EN(PAIR-IDX) = WS-OWNER-PAGE
                       PERFORM VARYING TOC-IDX FROM 1 BY 1
                                 UNTIL TOC-IDX > TOC-COUNT
                           IF TOC-FILENAME(TOC-IDX) = PAIR-JA(PAIR-IDX)
                               MOVE TOC-CHAPTER(TOC-IDX)
                                    TO WS-OWNER-CHAPTER
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-OWNER-CHAPTER NOT = SPACE
               PERFORM VARYING CO-IDX FROM 1 BY 1
                         UNTIL CO-IDX > CO-COUNT
                   IF CO-CHAPTER(CO-IDX) = WS-OWNER-CHAPTER
                       MOVE CO-OWNER(CO-IDX) TO WS-OWNER
                   END-IF
               END-PERFORM
           END-IF.
      *-------------------------------------*
      *初出の実行IDから今回の実行までの経過日数
      *-------------------------------------*
       MAIN-450-CALC-AGE.
           MOVE 0 TO WS-AGE.
           MOVE REG-FIRST(REG-IDX)(1:8) TO WS-DT-IN.
           PERFORM MAIN-500-DATE-TO-DAYS THRU MAIN-500-EXIT.
           IF SW-DATE-OK = 'Y' AND WS-DT-DAYS < WS-TODAY-DAYS
               COMPUTE WS-AGE = WS-TODAY-DAYS - WS-DT-DAYS
           END-IF.
      *-------------------------------------*
      *並びへ1件挿入する（担当者の無いものは空白キーとして先頭に
      *集まる。同じ担当者・同じ日数の中は台帳の順）
      *-------------------------------------*
       MAIN-460-ADD-SORT.
           ADD 1 TO SRT-COUNT.
           MOVE SRT-COUNT TO WS-XB-J.
           PERFORM UNTIL WS-XB-J = 1
                         OR SRT-ENTRY(WS-XB-J - 1) <= WS-NEW-SRT
               MOVE SRT-ENTRY(WS-XB-J - 1) TO SRT-ENTRY(WS-XB-J)
               SUBTRACT 1 FROM WS-XB-J
           END-PERFORM.
           MOVE WS-NEW-SRT TO SRT-ENTRY(WS-XB-J).
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
      *担当者ごとの未解決一覧の書き出し（担当者の変わり目で見出しを
      *出し、節の終わりに件数を書く）
      *-------------------------------------*
       MAIN-600-WRITE-OWNERS.
           MOVE 'N' TO SW-SECTION-OPEN.
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                     UNTIL SRT-IDX > SRT-COUNT
               IF SW-SECTION-OPEN = 'N'
                   OR SRT-OWNER(SRT-IDX) NOT = WS-CUR-OWNER
                   IF SW-SECTION-OPEN = 'Y'
                       PERFORM MAIN-630-CLOSE-SECTION
                   END-IF
                   MOVE SRT-OWNER(SRT-IDX) TO WS-CUR-OWNER
                   PERFORM MAIN-610-OPEN-SECTION
               END-IF
               PERFORM MAIN-620-WRITE-ONE-ITEM
           END-PERFORM.
           IF SW-SECTION-OPEN = 'Y'
               PERFORM MAIN-630-CLOSE-SECTION
           END-IF.
      *-------------------------------------*
       MAIN-610-OPEN-SECTION.
           MOVE 'Y' TO SW-SECTION-OPEN.
           MOVE 0 TO WS-SEC-OPEN WS-SEC-NEW WS-SEC-REOPENED.
           COMPUTE WS-SEC-OLDEST = 99999 - SRT-AGE-INV(SRT-IDX).
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
      *未解決の指摘1件分の行
      *"  NNNNN days : 検査 : ページ line NNNNNNN : 内容
      *  (first seen 実行ID) 印"
      *-------------------------------------*
       MAIN-620-WRITE-ONE-ITEM.
           ADD 1 TO WS-SEC-OPEN.
           MOVE SRT-REG(SRT-IDX) TO WS-REG-X.
           SET REG-IDX TO WS-REG-X.
           COMPUTE WS-AGE-D = 99999 - SRT-AGE-INV(SRT-IDX).
           MOVE SPACE TO WS-MARK.
           IF REG-FIRST(REG-IDX) = WS-RUN-ID
               MOVE " NEW" TO WS-MARK
               ADD 1 TO WS-SEC-NEW
           ELSE
               IF REG-NOW(REG-IDX) = 'R'
                   MOVE REG-REOPENS(REG-IDX) TO WS-REOPENS-D
                   STRING " REOPENED (x"    DELIMITED BY SIZE
                          WS-REOPENS-D      DELIMITED BY SIZE
                          ")"               DELIMITED BY SIZE
                          INTO WS-MARK
                   ADD 1 TO WS-SEC-REOPENED
               END-IF
           END-IF.
           MOVE REG-DETAIL(REG-IDX) TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE SPACE TO RPT-TEXT.
           STRING "  "                 DELIMITED BY SIZE
                  WS-AGE-D             DELIMITED BY SIZE
                  " days : "           DELIMITED BY SIZE
                  REG-CHECK(REG-IDX)   DELIMITED BY SPACE
                  " : "                DELIMITED BY SIZE
                  REG-PAGE(REG-IDX)    DELIMITED BY SPACE
                  " line "             DELIMITED BY SIZE
                  REG-LINE-NO(REG-IDX) DELIMITED BY SIZE
                  " : "                DELIMITED BY SIZE
                  REG-DETAIL(REG-IDX)(1:WS-TRIM-LEN)
                                       DELIMITED BY SIZE
                  " (first seen "      DELIMITED BY SIZE
                  REG-FIRST(REG-IDX)   DELIMITED BY SPACE
                  ")"                  DELIMITED BY SIZE
                  WS-MARK              DELIMITED BY "  "
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
       MAIN-630-CLOSE-SECTION.
           MOVE SPACE TO RPT-TEXT.
           STRING "  open="          DELIMITED BY SIZE
                  WS-SEC-OPEN        DELIMITED BY SIZE
                  " new="            DELIMITED BY SIZE
                  WS-SEC-NEW         DELIMITED BY SIZE
                  " reopened="       DELIMITED BY SIZE
                  WS-SEC-REOPENED    DELIMITED BY SIZE
                  " oldest-days="    DELIMITED BY SIZE
                  WS-SEC-OLDEST      DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N' TO SW-SECTION-OPEN.
      *-------------------------------------*
      *今回閉じた指摘の一覧
      *-------------------------------------*
       MAIN-700-WRITE-CLOSED.
           IF WS-CLOSED = 0
               GO TO MAIN-700-EXIT
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "## closed this run" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                     UNTIL REG-IDX > REG-COUNT
               IF REG-NOW(REG-IDX) = 'C'
                   MOVE REG-DETAIL(REG-IDX) TO WS-TRIM-IN
                   PERFORM MAIN-290-CALC-TRIM-LEN
                   MOVE SPACE TO RPT-TEXT
                   STRING "  "                 DELIMITED BY SIZE
                          REG-CHECK(REG-IDX)   DELIMITED BY SPACE
                          " : "                DELIMITED BY SIZE
                          REG-PAGE(REG-IDX)    DELIMITED BY SPACE
                          " line "             DELIMITED BY SIZE
                          REG-LINE-NO(REG-IDX) DELIMITED BY SIZE
                          " : "                DELIMITED BY SIZE
                          REG-DETAIL(REG-IDX)(1:WS-TRIM-LEN)
                                               DELIMITED BY SIZE
                          " (first seen "      DELIMITED BY SIZE
                          REG-FIRST(REG-IDX)   DELIMITED BY SPACE
                          ")"                  DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
       MAIN-700-EXIT.
           CONTINUE.
      *-------------------------------------*
      *WS-TRIM-IN（300桁）の末尾空白を除いた長さ（最低1）
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
           MOVE 300 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 1
                         OR WS-TRIM-IN(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "sources-read="     DELIMITED BY SIZE
                  WS-SOURCES-READ     DELIMITED BY SIZE
                  " open="            DELIMITED BY SIZE
                  WS-OPEN             DELIMITED BY SIZE
                  " new="             DELIMITED BY SIZE
                  WS-NEW              DELIMITED BY SIZE
                  " reopened="        DELIMITED BY SIZE
                  WS-REOPENED         DELIMITED BY SIZE
                  " closed="          DELIMITED BY SIZE
                  WS-CLOSED           DELIMITED BY SIZE
                  " unowned="         DELIMITED BY SIZE
                  WS-UNOWNED          DELIMITED BY SIZE
                  " register-entries="
                                      DELIMITED BY SIZE
                  WS-ENTRIES          DELIMITED BY SIZE
                  " bad-register-lines="
                                      DELIMITED BY SIZE
                  WS-REG-BAD          DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF RETURN-CODE = 8
               CONTINUE
           ELSE
               IF WS-OPEN > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       MAIN-900.
           STOP RUN.
