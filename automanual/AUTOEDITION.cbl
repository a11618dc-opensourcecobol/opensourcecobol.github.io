       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOEDITION.
       AUTHOR.                     M YOKOGAWA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M YOKOGAWA   新規作成。opensource COBOLのリリースに
      *                        合わせて、公開中のマニュアル（new/と
      *                        TOC.md）を版ディレクトリ（new/<版>/）へ
      *                        凍結する。版と公開先URLは版一覧
      *                        （EDITIONS-FILE。既定editions.lst）に
      *                        登録しておく。ページは変換し直さずに
      *                        公開済みの出力を写し、ナビの目次リンク
      *                        をその版の公開先へ、版切替行をその版を
      *                        現在とした内容へ書き直す。本文から
      *                        参照している資材等（new/に実在する
      *                        相対リンク先）も写す。凍結後にその版の
      *                        sitemap.xmlとsearch_extract.datを
      *                        AUTOSITEMAP・AUTOSEARCHの-Eで作らせる。
      *                        写したファイルは「new/<版>/<名前> :
      *                        frozen」行として報告へ出す（AUTODEPLOY
      *                        がデプロイ対象の一覧に使う）。
      *                        使い方: AUTOEDITION 版
      *                                AUTOEDITION 版 -F（凍結し直す）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      *-------------------------------------*
       INPUT-OUTPUT                SECTION.
      *-------------------------------------*
       FILE-CONTROL.
           SELECT    CONFIGFILE    ASSIGN         TO   DYNAMIC
                                                       CONFIG-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   CFG-STS.
           SELECT    EDITIONFILE   ASSIGN         TO   DYNAMIC
                                                       EDITIONS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   ED-STS.
           SELECT    TOCFILE       ASSIGN         TO   DYNAMIC
                                                       TOC-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   TOC-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    FROZENFILE    ASSIGN         TO   DYNAMIC
                                                       FROZEN-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   FRZ-STS.
           SELECT    PROBEFILE     ASSIGN         TO   DYNAMIC
                                                       PROBE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROBE-STS.
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
       FD  CONFIGFILE.
       01  CONFIG-LINE             PIC X(300).
       FD  EDITIONFILE.
       01  ED-LINE                 PIC X(300).
       FD  TOCFILE.
       01  TOC-LINE                PIC X(300).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  FROZENFILE.
       01  FROZEN-REC              PIC X(50000).
       FD  PROBEFILE.
       01  PROBE-REC               PIC X(250).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
      *ナビゲーション用マーカー（AUTOMANUALと共用）
           COPY NAVIMARK.
       01  CFG-STS                  PIC X(02).
       01  ED-STS                   PIC X(02).
       01  TOC-STS                  PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  FRZ-STS                  PIC X(02).
       01  PROBE-STS                PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  CONFIG-PATH              PIC X(256)
                                    VALUE "automanual.cfg".
       01  EDITIONS-PATH            PIC X(256)  VALUE "editions.lst".
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  PAGE-FILE-PATH           PIC X(256).
       01  FROZEN-FILE-PATH         PIC X(256).
       01  PROBE-FILE-PATH          PIC X(256).
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoedition_report.log".
      *起動引数
       01  WRK-STRING               PIC X(250).
       01  WRK-TOKEN                PIC X(250) OCCURS 2 TIMES.
       01  SW-REFREEZE              PIC X       VALUE 'N'.
      *凍結する版とその置き場所（new/<版>/）
       01  WS-EDITION               PIC X(250)  VALUE SPACE.
       01  WS-ED-DIR                PIC X(256)  VALUE SPACE.
       01  WS-ED-DIR-LEN            PIC 9(03) COMP VALUE 0.
       01  WS-BAD-CHARS             PIC 9(03) COMP VALUE 0.
      *設定ファイル読込用
       01  CFG-REC                  PIC X(300).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
      *言語設定（版切替行の見出し語に使う）
       01  NAV-LANG                 PIC X(02)   VALUE "JA".
      *TOCのベースURL（ナビの目次リンクを版の公開先へ書き換える）
       01  TOC-BASE-URL             PIC X(250).
       01  WS-TOC-URL-LEN           PIC 9(03) COMP VALUE 0.
       01  WS-NEW-TOC-URL           PIC X(260)  VALUE SPACE.
       01  WS-NEW-URL-LEN           PIC 9(03) COMP VALUE 0.
      *版一覧（AUTOMANUALと同じ形式「版 公開先URL [latest]」）
       01  ED-TABLE.
           05  ED-ENTRY             OCCURS 50 TIMES.
               10  ED-VERSION       PIC X(20).
               10  ED-BASE          PIC X(250).
               10  ED-BASE-LEN      PIC 9(03) COMP.
               10  ED-FROZEN        PIC X.
       01  ED-COUNT                 PIC 9(03) COMP VALUE 0.
       01  ED-LATEST-IX             PIC 9(03) COMP VALUE 0.
       01  ED-TARGET-IX             PIC 9(03) COMP VALUE 0.
       01  ED-REC                   PIC X(300).
       01  ED-P1                    PIC X(250).
       01  ED-P2                    PIC X(250).
       01  ED-P3                    PIC X(20).
       01  WS-ED-IX                 PIC 9(03) COMP VALUE 0.
      *TOC.mdのページ名一覧
       01  TOC-TABLE.
           05  TOC-FILENAME         PIC X(250) OCCURS 2000 TIMES
                                     INDEXED BY TOC-IDX TOC-IDX2.
       01  TOC-COUNT                PIC 9(04) COMP VALUE 0.
       01  TOC-REC                  PIC X(300).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *写した資材等の一覧（同じものは一度だけ写す）
       01  REF-TABLE.
           05  REF-ENTRY            PIC X(250) OCCURS 2000 TIMES
                                     INDEXED BY REF-IDX.
       01  REF-COUNT                PIC 9(04) COMP VALUE 0.
      *処理対象ページ
       01  MD-CURRENT               PIC X(250).
       01  WS-PAGE-LEN              PIC 9(03) COMP VALUE 0.
       01  SW-IN-NAVI               PIC X       VALUE 'N'.
       01  SW-IN-NAVI-TOP           PIC X       VALUE 'N'.
       01  SW-VERSION-DONE          PIC X       VALUE 'N'.
       01  SW-PAGE-OK               PIC X       VALUE 'Y'.
      *版切替行の組み立て
       01  WS-VERSION-LINE          PIC X(2000).
       01  WS-VER-PTR               PIC 9(05) COMP VALUE 1.
       01  WS-VER-LEN               PIC 9(03) COMP VALUE 0.
       01  SW-PAGE-THERE            PIC X       VALUE 'N'.
      *目次リンクの書き換え用
       01  WS-OUT-LINE              PIC X(50000).
       01  WS-URL-POS               PIC 9(05) COMP VALUE 0.
       01  WS-URL-LAST              PIC 9(05) COMP VALUE 0.
       01  WS-REST-LEN              PIC 9(05) COMP VALUE 0.
      *リンク先の取り出し用（AUTOASSETと同じ走査）
       01  WS-SCAN-POS              PIC 9(05) COMP.
       01  WS-SCAN-REST             PIC 9(05) COMP.
       01  WS-SEG-LEN               PIC 9(05) COMP.
       01  WS-TGT-LEN               PIC 9(05) COMP.
       01  WS-REC-LEN               PIC 9(05) COMP.
       01  WS-BLK                   PIC 9(03) COMP.
       01  WS-BLK-START             PIC 9(05) COMP.
       01  WS-CHR                   PIC 9(05) COMP.
       01  WS-TARGET                PIC X(250).
       01  WS-NAME-LEN              PIC 9(03) COMP.
       01  SW-NAME-FOUND            PIC X       VALUE 'N'.
      *複写用パスと複写先ディレクトリ
       01  WS-SRC-PATH              PIC X(256).
       01  WS-DST-PATH              PIC X(256).
       01  WS-DST-DIR               PIC X(256).
       01  WS-PIX                   PIC 9(03) COMP VALUE 0.
       01  WS-PATH-LEN              PIC 9(03) COMP VALUE 0.
       01  WS-COPY-RC               PIC S9(08) COMP VALUE 0.
      *版ごとのサイトマップ・検索抽出を作らせるコマンド
       01  WS-TOOL-CMD              PIC X(300).
       01  WS-TOOL-NAME             PIC X(12).
       01  WS-TOOL-OUTPUT           PIC X(30).
       01  WS-RAW-RC                PIC S9(09) COMP VALUE 0.
       01  WS-RC-DISP               PIC 9(03)  VALUE 0.
      *件数集計
       01  WS-PAGES-FROZEN          PIC 9(05)  VALUE 0.
       01  WS-FILES-COPIED          PIC 9(05)  VALUE 0.
       01  WS-NOT-PUBLISHED         PIC 9(05)  VALUE 0.
       01  WS-COPY-FAILED           PIC 9(05)  VALUE 0.
       01  WS-TOOL-FAILED           PIC 9(05)  VALUE 0.
       01  RPT-TEXT                 PIC X(300).
      *トリム（末尾スペース除去長計算）共通作業領域
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           MOVE SPACE TO TOC-BASE-URL.
           STRING "https://opensourcecobol.github.io/markdown/"
                  "TOC.html"
                  DELIMITED BY SIZE INTO TOC-BASE-URL.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           MOVE SPACE TO WRK-TOKEN(1) WRK-TOKEN(2).
           UNSTRING WRK-STRING DELIMITED BY ALL SPACE
                    INTO WRK-TOKEN(1) WRK-TOKEN(2).
           MOVE WRK-TOKEN(1) TO WS-EDITION.
           IF WRK-TOKEN(2) = "-F"
               MOVE 'Y' TO SW-REFREEZE
           ELSE
               IF WRK-TOKEN(2) NOT = SPACE
                   DISPLAY "AUTOEDITION: unknown option "
                           WRK-TOKEN(2)(1:20)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *版はディレクトリ名になるので"/"や".."を含むものは受け付けない
           MOVE 0 TO WS-BAD-CHARS.
           INSPECT WS-EDITION TALLYING WS-BAD-CHARS FOR ALL "/"
                                       WS-BAD-CHARS FOR ALL "..".
           IF WS-EDITION = SPACE OR WS-EDITION(1:1) = "-"
               OR WS-BAD-CHARS > 0 OR WS-EDITION(21:230) NOT = SPACE
               DISPLAY "AUTOEDITION: usage: AUTOEDITION edition [-F] "
                       "(edition as registered in the editions file)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MAIN-005-LOAD-CONFIG.
           PERFORM MAIN-010-LOAD-EDITIONS.
           PERFORM MAIN-020-FIND-TARGET.
           PERFORM MAIN-030-LOAD-TOC.
           MOVE SPACE TO WS-ED-DIR.
           STRING "new/"      DELIMITED BY SIZE
                  WS-EDITION  DELIMITED BY SPACE
                  "/"         DELIMITED BY SIZE
                  INTO WS-ED-DIR.
           MOVE WS-ED-DIR TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-ED-DIR-LEN.
      *凍結済みの版を黙って上書きしない
           IF ED-FROZEN(ED-TARGET-IX) = 'Y' AND SW-REFREEZE = 'N'
               DISPLAY "AUTOEDITION: edition " WS-EDITION(1:20)
                       " is already frozen - use -F to freeze again"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOEDITION edition freeze report" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "edition: "          DELIMITED BY SIZE
                  WS-EDITION           DELIMITED BY SPACE
                  "  base: "           DELIMITED BY SIZE
                  ED-BASE(ED-TARGET-IX)(1:ED-BASE-LEN(ED-TARGET-IX))
                                       DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF TOC-COUNT = 0
               MOVE "TOC.md not loaded or empty - nothing frozen"
                    TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORTFILE
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           MOVE SPACE TO WS-DST-DIR.
           MOVE WS-ED-DIR(1:WS-ED-DIR-LEN - 1) TO WS-DST-DIR.
           CALL "CBL_CREATE_DIR" USING WS-DST-DIR.
           MOVE 0 TO RETURN-CODE.
      *ナビの目次リンクの書き換え先（その版の公開先のTOC.html）
           MOVE TOC-BASE-URL TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-TOC-URL-LEN.
           MOVE SPACE TO WS-NEW-TOC-URL.
           STRING ED-BASE(ED-TARGET-IX)(1:ED-BASE-LEN(ED-TARGET-IX))
                                       DELIMITED BY SIZE
                  "/TOC.html"          DELIMITED BY SIZE
                  INTO WS-NEW-TOC-URL.
           COMPUTE WS-NEW-URL-LEN = ED-BASE-LEN(ED-TARGET-IX) + 9.
      *目次ページそのもの（リンクは相対なので写すだけでよい）
           MOVE "TOC.md" TO WS-SRC-PATH.
           MOVE SPACE TO WS-DST-PATH.
           STRING WS-ED-DIR(1:WS-ED-DIR-LEN) DELIMITED BY SIZE
                  "TOC.md"                   DELIMITED BY SIZE
                  INTO WS-DST-PATH.
           PERFORM MAIN-320-COPY-ONE-FILE.
           PERFORM VARYING TOC-IDX FROM 1 BY 1
                     UNTIL TOC-IDX > TOC-COUNT
               MOVE TOC-FILENAME(TOC-IDX) TO MD-CURRENT
               PERFORM MAIN-100-FREEZE-PAGE THRU MAIN-100-EXIT
           END-PERFORM.
      *写しが揃ってから版のサイトマップと検索抽出を作らせる
           MOVE 'Y' TO ED-FROZEN(ED-TARGET-IX).
           MOVE "AUTOSITEMAP" TO WS-TOOL-NAME.
           MOVE "sitemap.xml" TO WS-TOOL-OUTPUT.
           PERFORM MAIN-600-RUN-EDITION-TOOL.
           MOVE "AUTOSEARCH" TO WS-TOOL-NAME.
           MOVE "search_extract.dat" TO WS-TOOL-OUTPUT.
           PERFORM MAIN-600-RUN-EDITION-TOOL.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *設定ファイルの読込
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
                           IF CFG-KEY = "TOC-BASE-URL"
                              MOVE CFG-VALUE TO TOC-BASE-URL
                           END-IF
                           IF CFG-KEY = "LANG"
                              MOVE CFG-VALUE(1:2) TO NAV-LANG
                           END-IF
                           IF CFG-KEY = "EDITIONS-FILE"
                              MOVE CFG-VALUE TO EDITIONS-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *版一覧の読込（AUTOMANUALと同じ規則）
      *-------------------------------------*
       MAIN-010-LOAD-EDITIONS.
           MOVE 0 TO ED-COUNT ED-LATEST-IX.
           OPEN INPUT EDITIONFILE.
           IF ED-STS NOT = "00"
               DISPLAY "AUTOEDITION: editions file not found: "
                       EDITIONS-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL ED-STS NOT = ZERO
               READ EDITIONFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ED-LINE TO ED-REC
                    IF ED-REC NOT = SPACE
                       AND ED-REC(1:1) NOT = "*"
                       IF ED-COUNT >= 50
                           DISPLAY "AUTOEDITION: editions table full "
                                   "(50) - cannot continue"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SPACE TO ED-P1 ED-P2 ED-P3
                       UNSTRING ED-REC DELIMITED BY ALL SPACE
                                INTO ED-P1 ED-P2 ED-P3
                       IF ED-P1 NOT = SPACE
                          AND ED-P2 NOT = SPACE
                          AND ED-P1(21:230) = SPACE
                          ADD 1 TO ED-COUNT
                          MOVE ED-P1 TO ED-VERSION(ED-COUNT)
                          MOVE ED-P2 TO ED-BASE(ED-COUNT)
                          PERFORM MAIN-015-ONE-EDITION
                       ELSE
                          DISPLAY "AUTOEDITION: WARNING bad editions "
                                  "line ignored: " ED-REC(1:60)
                       END-IF
                    END-IF
           END-PERFORM.
           CLOSE EDITIONFILE.
      *-------------------------------------*
       MAIN-015-ONE-EDITION.
           MOVE ED-BASE(ED-COUNT) TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO ED-BASE-LEN(ED-COUNT).
           IF WS-TRIM-LEN > 1
               AND WS-TRIM-IN(WS-TRIM-LEN:1) = "/"
               SUBTRACT 1 FROM ED-BASE-LEN(ED-COUNT)
           END-IF.
           MOVE 'N' TO ED-FROZEN(ED-COUNT).
           IF ED-P3 = "latest" OR ED-P3 = "LATEST"
               IF ED-LATEST-IX = 0
                   MOVE ED-COUNT TO ED-LATEST-IX
               END-IF
           ELSE
               MOVE SPACE TO PROBE-FILE-PATH
               STRING "new/"               DELIMITED BY SIZE
                      ED-VERSION(ED-COUNT) DELIMITED BY SPACE
                      "/TOC.md"            DELIMITED BY SIZE
                      INTO PROBE-FILE-PATH
               OPEN INPUT PROBEFILE
               IF PROBE-STS = "00"
                   CLOSE PROBEFILE
                   MOVE 'Y' TO ED-FROZEN(ED-COUNT)
               END-IF
           END-IF.
      *-------------------------------------*
      *凍結する版を版一覧から引く（未登録・現行の版は凍結しない）
      *-------------------------------------*
       MAIN-020-FIND-TARGET.
           MOVE 0 TO ED-TARGET-IX.
           PERFORM VARYING WS-ED-IX FROM 1 BY 1
                     UNTIL WS-ED-IX > ED-COUNT
               IF ED-VERSION(WS-ED-IX) = WS-EDITION
                   MOVE WS-ED-IX TO ED-TARGET-IX
               END-IF
           END-PERFORM.
           IF ED-TARGET-IX = 0
               DISPLAY "AUTOEDITION: edition " WS-EDITION(1:20)
                       " is not registered in " EDITIONS-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ED-TARGET-IX = ED-LATEST-IX
               DISPLAY "AUTOEDITION: edition " WS-EDITION(1:20)
                       " is the latest edition (the live tree) - "
                       "register the next release as latest first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ED-LATEST-IX = 0
               DISPLAY "AUTOEDITION: no latest edition in "
                       EDITIONS-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-------------------------------------*
      *TOC.mdの読込（ページ名一覧）
      *-------------------------------------*
       MAIN-030-LOAD-TOC.
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
                               DISPLAY "AUTOEDITION: TOC table full "
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
      *1ページ分の凍結
      *公開済みの出力（new/<ページ>）を行単位で写し、ナビブロックの
      *中だけ目次リンクと版切替行を書き直す。まだ公開されていない
      *ページは写さずに報告する
      *-------------------------------------*
       MAIN-100-FREEZE-PAGE.
           MOVE SPACE TO PAGE-FILE-PATH.
           STRING "new/"        DELIMITED BY SIZE
                  MD-CURRENT    DELIMITED BY SPACE
                  INTO PAGE-FILE-PATH.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS NOT = "00"
               ADD 1 TO WS-NOT-PUBLISHED
               MOVE SPACE TO RPT-TEXT
               STRING PAGE-FILE-PATH DELIMITED BY SPACE
                      " : not published - not frozen"
                                     DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-100-EXIT
           END-IF.
           MOVE SPACE TO FROZEN-FILE-PATH.
           STRING WS-ED-DIR(1:WS-ED-DIR-LEN) DELIMITED BY SIZE
                  MD-CURRENT                 DELIMITED BY SPACE
                  INTO FROZEN-FILE-PATH.
           MOVE FROZEN-FILE-PATH TO WS-DST-PATH.
           PERFORM MAIN-330-MAKE-DIRS.
           OPEN OUTPUT FROZENFILE.
           IF FRZ-STS NOT = "00"
               CLOSE PAGEFILE
               ADD 1 TO WS-COPY-FAILED
               MOVE SPACE TO RPT-TEXT
               STRING FROZEN-FILE-PATH DELIMITED BY SPACE
                      " : cannot open - not frozen"
                                       DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-100-EXIT
           END-IF.
           MOVE MD-CURRENT TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-PAGE-LEN.
           PERFORM MAIN-200-BUILD-VERSION-LINE.
           MOVE 'N' TO SW-IN-NAVI SW-IN-NAVI-TOP SW-VERSION-DONE.
           MOVE 'Y' TO SW-PAGE-OK.
           PERFORM UNTIL PAGE-STS NOT = ZERO
               MOVE SPACE TO PAGE-REC
               READ PAGEFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM MAIN-110-COPY-LINE THRU MAIN-110-EXIT
           END-PERFORM.
           CLOSE PAGEFILE FROZENFILE.
           MOVE SPACE TO RPT-TEXT.
           IF SW-PAGE-OK = 'Y'
               ADD 1 TO WS-PAGES-FROZEN
               STRING FROZEN-FILE-PATH DELIMITED BY SPACE
                      " : frozen"      DELIMITED BY SIZE
                      INTO RPT-TEXT
           ELSE
               ADD 1 TO WS-COPY-FAILED
               STRING FROZEN-FILE-PATH DELIMITED BY SPACE
                      " : write failed - incomplete"
                                       DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *1行分の複写
      *・ナビブロックの外は本文のまま写し、リンク先の資材等を拾う
      *・上部ナビの版切替行は組み立て直した行に差し替え、無ければ
      *　上部ナビの閉じマーカーの直前に足す
      *・ナビブロックの中の目次リンクは版の公開先へ書き換える
      *-------------------------------------*
       MAIN-110-COPY-LINE.
           PERFORM MAIN-115-CALC-REC-LEN.
           IF PAGE-REC = NAVI-START-1 OR PAGE-REC = NAVI-START-2
               MOVE 'Y' TO SW-IN-NAVI
               IF PAGE-REC = NAVI-START-1
                   MOVE 'Y' TO SW-IN-NAVI-TOP
               END-IF
               MOVE PAGE-REC TO WS-OUT-LINE
               PERFORM MAIN-190-WRITE-LINE
               GO TO MAIN-110-EXIT
           END-IF.
           IF SW-IN-NAVI = 'N'
               PERFORM MAIN-300-SCAN-LINKS THRU MAIN-300-EXIT
               MOVE PAGE-REC TO WS-OUT-LINE
               PERFORM MAIN-190-WRITE-LINE
               GO TO MAIN-110-EXIT
           END-IF.
           IF PAGE-REC = NAVI-END-1 OR PAGE-REC = NAVI-END-2
               IF SW-IN-NAVI-TOP = 'Y' AND SW-VERSION-DONE = 'N'
                   AND WS-VERSION-LINE NOT = SPACE
                   MOVE WS-VERSION-LINE TO WS-OUT-LINE
                   PERFORM MAIN-190-WRITE-LINE
                   MOVE 'Y' TO SW-VERSION-DONE
               END-IF
               MOVE 'N' TO SW-IN-NAVI SW-IN-NAVI-TOP
               MOVE PAGE-REC TO WS-OUT-LINE
               PERFORM MAIN-190-WRITE-LINE
               GO TO MAIN-110-EXIT
           END-IF.
           IF PAGE-REC(1:9) = NAVI-VERSION-EN
               OR PAGE-REC(1:17) = NAVI-VERSION-JA
               IF SW-IN-NAVI-TOP = 'Y' AND SW-VERSION-DONE = 'N'
                   AND WS-VERSION-LINE NOT = SPACE
                   MOVE WS-VERSION-LINE TO WS-OUT-LINE
                   PERFORM MAIN-190-WRITE-LINE
                   MOVE 'Y' TO SW-VERSION-DONE
               END-IF
               GO TO MAIN-110-EXIT
           END-IF.
           PERFORM MAIN-120-REWRITE-TOC-URL THRU MAIN-120-EXIT.
           PERFORM MAIN-190-WRITE-LINE.
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
      *ナビの1行の中のTOC-BASE-URLを版の公開先のTOC.htmlへ
      *置き換えてWS-OUT-LINEに作る（無ければそのまま）
      *-------------------------------------*
       MAIN-120-REWRITE-TOC-URL.
           MOVE PAGE-REC TO WS-OUT-LINE.
           IF WS-REC-LEN < WS-TOC-URL-LEN
               GO TO MAIN-120-EXIT
           END-IF.
           MOVE 0 TO WS-URL-POS.
           COMPUTE WS-URL-LAST = WS-REC-LEN - WS-TOC-URL-LEN + 1.
           PERFORM VARYING WS-CHR FROM 1 BY 1
                     UNTIL WS-CHR > WS-URL-LAST OR WS-URL-POS > 0
               IF PAGE-REC(WS-CHR:WS-TOC-URL-LEN)
                   = TOC-BASE-URL(1:WS-TOC-URL-LEN)
                   MOVE WS-CHR TO WS-URL-POS
               END-IF
           END-PERFORM.
           IF WS-URL-POS = 0
               GO TO MAIN-120-EXIT
           END-IF.
           MOVE SPACE TO WS-OUT-LINE.
           IF WS-URL-POS > 1
               MOVE PAGE-REC(1:WS-URL-POS - 1) TO WS-OUT-LINE
           END-IF.
           MOVE WS-NEW-TOC-URL(1:WS-NEW-URL-LEN)
                TO WS-OUT-LINE(WS-URL-POS:WS-NEW-URL-LEN).
           COMPUTE WS-REST-LEN =
                   WS-REC-LEN - WS-URL-POS - WS-TOC-URL-LEN + 1.
           IF WS-REST-LEN > 0
               MOVE PAGE-REC(WS-URL-POS + WS-TOC-URL-LEN:WS-REST-LEN)
                    TO WS-OUT-LINE(WS-URL-POS + WS-NEW-URL-LEN:
                                   WS-REST-LEN)
           END-IF.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *凍結先へ1行書く
      *-------------------------------------*
       MAIN-190-WRITE-LINE.
           WRITE FROZEN-REC FROM WS-OUT-LINE.
           IF FRZ-STS NOT = "00"
               MOVE 'N' TO SW-PAGE-OK
           END-IF.
      *-------------------------------------*
      *凍結する版を現在とした版切替行を組み立てる
      *（AUTOMANUALのナビと同じ形。他の版は版一覧の順に並べ、
      *　同じページの写しがあればそのページ、無ければその版の
      *　目次へリンクする。現行の版は写し元の公開中ページを指す）
      *-------------------------------------*
       MAIN-200-BUILD-VERSION-LINE.
           MOVE SPACE TO WS-VERSION-LINE.
           MOVE 1 TO WS-VER-PTR.
           IF NAV-LANG = "EN"
               STRING NAVI-VERSION-EN DELIMITED BY SIZE
                      WS-EDITION      DELIMITED BY SPACE
                      INTO WS-VERSION-LINE WITH POINTER WS-VER-PTR
           ELSE
               STRING NAVI-VERSION-JA DELIMITED BY SIZE
                      WS-EDITION      DELIMITED BY SPACE
                      INTO WS-VERSION-LINE WITH POINTER WS-VER-PTR
           END-IF.
           PERFORM VARYING WS-ED-IX FROM 1 BY 1
                     UNTIL WS-ED-IX > ED-COUNT
               IF WS-ED-IX NOT = ED-TARGET-IX
                   AND (WS-ED-IX = ED-LATEST-IX
                        OR ED-FROZEN(WS-ED-IX) = 'Y')
                   PERFORM MAIN-210-ADD-VERSION-LINK
               END-IF
           END-PERFORM.
      *-------------------------------------*
       MAIN-210-ADD-VERSION-LINK.
           MOVE 'Y' TO SW-PAGE-THERE.
           IF WS-ED-IX NOT = ED-LATEST-IX
               MOVE SPACE TO PROBE-FILE-PATH
               STRING "new/"               DELIMITED BY SIZE
                      ED-VERSION(WS-ED-IX) DELIMITED BY SPACE
                      "/"                  DELIMITED BY SIZE
                      MD-CURRENT           DELIMITED BY SPACE
                      INTO PROBE-FILE-PATH
               OPEN INPUT PROBEFILE
               IF PROBE-STS = "00"
                   CLOSE PROBEFILE
               ELSE
                   MOVE 'N' TO SW-PAGE-THERE
               END-IF
           END-IF.
           MOVE ED-BASE-LEN(WS-ED-IX) TO WS-VER-LEN.
           STRING " | ["               DELIMITED BY SIZE
                  ED-VERSION(WS-ED-IX) DELIMITED BY SPACE
                  INTO WS-VERSION-LINE WITH POINTER WS-VER-PTR.
           IF WS-ED-IX = ED-LATEST-IX
               IF NAV-LANG = "EN"
                   STRING " (latest)"  DELIMITED BY SIZE
                          INTO WS-VERSION-LINE WITH POINTER WS-VER-PTR
               ELSE
                   STRING " ("            DELIMITED BY SIZE
                          X"E69C80E696B0" DELIMITED BY SIZE
                          ")"             DELIMITED BY SIZE
                          INTO WS-VERSION-LINE WITH POINTER WS-VER-PTR
               END-IF
           END-IF.
           MOVE WS-PAGE-LEN TO WS-NAME-LEN.
           IF WS-NAME-LEN > 3
               AND MD-CURRENT(WS-NAME-LEN - 2 : 3) = ".md"
               SUBTRACT 3 FROM WS-NAME-LEN
           END-IF.
           IF SW-PAGE-THERE = 'Y'
               STRING "]("                 DELIMITED BY SIZE
                      ED-BASE(WS-ED-IX)(1:WS-VER-LEN)
                                           DELIMITED BY SIZE
                      "/"                  DELIMITED BY SIZE
                      MD-CURRENT(1:WS-NAME-LEN)
                                           DELIMITED BY SIZE
                      ".html)"             DELIMITED BY SIZE
                      INTO WS-VERSION-LINE WITH POINTER WS-VER-PTR
           ELSE
               STRING "]("                 DELIMITED BY SIZE
                      ED-BASE(WS-ED-IX)(1:WS-VER-LEN)
                                           DELIMITED BY SIZE
                      "/TOC.html)"         DELIMITED BY SIZE
                      INTO WS-VERSION-LINE WITH POINTER WS-VER-PTR
           END-IF.
      *-------------------------------------*
      *本文1行からリンク先をすべて取り出す（AUTOASSETと同じ走査）
      *-------------------------------------*
       MAIN-300-SCAN-LINKS.
           IF WS-REC-LEN < 4
               GO TO MAIN-300-EXIT
           END-IF.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS >= WS-REC-LEN
               COMPUTE WS-SCAN-REST = WS-REC-LEN - WS-SCAN-POS + 1
               MOVE 0 TO WS-SEG-LEN
               INSPECT PAGE-REC(WS-SCAN-POS:WS-SCAN-REST)
                       TALLYING WS-SEG-LEN
                       FOR CHARACTERS BEFORE INITIAL "]("
               IF WS-SEG-LEN >= WS-SCAN-REST - 1
                   MOVE WS-REC-LEN TO WS-SCAN-POS
               ELSE
                   COMPUTE WS-SCAN-POS =
                           WS-SCAN-POS + WS-SEG-LEN + 2
                   COMPUTE WS-SCAN-REST = WS-REC-LEN - WS-SCAN-POS + 1
                   IF WS-SCAN-REST > 0
                       MOVE 0 TO WS-TGT-LEN
                       INSPECT PAGE-REC(WS-SCAN-POS:WS-SCAN-REST)
                               TALLYING WS-TGT-LEN
                               FOR CHARACTERS BEFORE INITIAL ")"
                       IF WS-TGT-LEN > 0
                           AND WS-TGT-LEN < WS-SCAN-REST
                           AND WS-TGT-LEN <= 250
                           MOVE SPACE TO WS-TARGET
                           MOVE PAGE-REC(WS-SCAN-POS:WS-TGT-LEN)
                                TO WS-TARGET
                           PERFORM MAIN-310-TAKE-TARGET
                                   THRU MAIN-310-EXIT
                       END-IF
                       COMPUTE WS-SCAN-POS =
                               WS-SCAN-POS + WS-TGT-LEN + 1
                   END-IF
               END-IF
           END-PERFORM.
       MAIN-300-EXIT.
           CONTINUE.
      *-------------------------------------*
      *リンク先1件の判定
      *外部URL・ページ内アンカー・上位ディレクトリへのリンクと、
      *TOC掲載ページ（別に凍結する）は対象外。new/に実在する
      *ものだけ版ディレクトリの同じ場所へ写す（リンク切れは
      *AUTOAUDIT・AUTOASSETが報告する）
      *-------------------------------------*
       MAIN-310-TAKE-TARGET.
           IF WS-TARGET(1:7) = "http://"
               OR WS-TARGET(1:8) = "https://"
               OR WS-TARGET(1:7) = "mailto:"
               OR WS-TARGET(1:1) = "#"
               OR WS-TARGET(1:1) = "/"
               OR WS-TARGET(1:3) = "../"
               GO TO MAIN-310-EXIT
           END-IF.
      *アンカー付きのリンクは"#"より前をファイル名とする
           MOVE WS-TARGET TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-NAME-LEN.
           MOVE 0 TO WS-PIX.
           INSPECT WS-TARGET(1:WS-NAME-LEN)
                   TALLYING WS-PIX
                   FOR CHARACTERS BEFORE INITIAL "#".
           IF WS-PIX < WS-NAME-LEN
               MOVE WS-PIX TO WS-NAME-LEN
               MOVE SPACE TO WS-TARGET(WS-NAME-LEN + 1:)
           END-IF.
           MOVE 0 TO WS-PIX.
           INSPECT WS-TARGET(1:WS-NAME-LEN)
                   TALLYING WS-PIX FOR ALL " ".
           IF WS-PIX > 0
               GO TO MAIN-310-EXIT
           END-IF.
           MOVE 'N' TO SW-NAME-FOUND.
           PERFORM VARYING TOC-IDX2 FROM 1 BY 1
                     UNTIL TOC-IDX2 > TOC-COUNT
               IF TOC-FILENAME(TOC-IDX2) = WS-TARGET
                   MOVE 'Y' TO SW-NAME-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                     UNTIL REF-IDX > REF-COUNT
               IF REF-ENTRY(REF-IDX) = WS-TARGET
                   MOVE 'Y' TO SW-NAME-FOUND
               END-IF
           END-PERFORM.
           IF SW-NAME-FOUND = 'Y'
               GO TO MAIN-310-EXIT
           END-IF.
           IF REF-COUNT >= 2000
               DISPLAY "AUTOEDITION: reference table full (2000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO REF-COUNT.
           MOVE WS-TARGET TO REF-ENTRY(REF-COUNT).
           MOVE SPACE TO WS-SRC-PATH.
           STRING "new/"                   DELIMITED BY SIZE
                  WS-TARGET(1:WS-NAME-LEN) DELIMITED BY SIZE
                  INTO WS-SRC-PATH.
           MOVE WS-SRC-PATH TO PROBE-FILE-PATH.
           OPEN INPUT PROBEFILE.
           IF PROBE-STS NOT = "00"
               GO TO MAIN-310-EXIT
           END-IF.
           CLOSE PROBEFILE.
           MOVE SPACE TO WS-DST-PATH.
           STRING WS-ED-DIR(1:WS-ED-DIR-LEN) DELIMITED BY SIZE
                  WS-TARGET(1:WS-NAME-LEN)   DELIMITED BY SIZE
                  INTO WS-DST-PATH.
           PERFORM MAIN-320-COPY-ONE-FILE.
       MAIN-310-EXIT.
           CONTINUE.
      *-------------------------------------*
      *ファイル1件をそのまま写す（資材はバイナリのことがあるので
      *CBL_COPY_FILEで写す）
      *-------------------------------------*
       MAIN-320-COPY-ONE-FILE.
           PERFORM MAIN-330-MAKE-DIRS.
           CALL "CBL_COPY_FILE" USING WS-SRC-PATH WS-DST-PATH.
           MOVE RETURN-CODE TO WS-COPY-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACE TO RPT-TEXT.
           IF WS-COPY-RC = 0
               ADD 1 TO WS-FILES-COPIED
               STRING WS-DST-PATH    DELIMITED BY SPACE
                      " : frozen"    DELIMITED BY SIZE
                      INTO RPT-TEXT
           ELSE
               ADD 1 TO WS-COPY-FAILED
               STRING WS-SRC-PATH    DELIMITED BY SPACE
                      " : copy failed -> "
                                     DELIMITED BY SIZE
                      WS-DST-PATH    DELIMITED BY SPACE
                      INTO RPT-TEXT
           END-IF.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
      *-------------------------------------*
      *複写先（WS-DST-PATH）のディレクトリを1階層ずつ作る
      *（CBL_CREATE_DIRは途中の階層を作ってくれないため）
      *-------------------------------------*
       MAIN-330-MAKE-DIRS.
           MOVE WS-DST-PATH TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE WS-TRIM-LEN TO WS-PATH-LEN.
           PERFORM VARYING WS-PIX FROM 2 BY 1
                     UNTIL WS-PIX > WS-PATH-LEN
               IF WS-DST-PATH(WS-PIX:1) = "/"
                   MOVE SPACE TO WS-DST-DIR
                   MOVE WS-DST-PATH(1:WS-PIX - 1) TO WS-DST-DIR
                   CALL "CBL_CREATE_DIR" USING WS-DST-DIR
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *版のサイトマップ・検索抽出を作らせる（各ツールの-E）
      *終了コード8以上は失敗として数え、出力は報告へ載せない
      *-------------------------------------*
       MAIN-600-RUN-EDITION-TOOL.
           MOVE SPACE TO WS-TOOL-CMD.
           STRING WS-TOOL-NAME   DELIMITED BY SPACE
                  " -E "         DELIMITED BY SIZE
                  WS-EDITION     DELIMITED BY SPACE
                  INTO WS-TOOL-CMD.
           DISPLAY "AUTOEDITION: running " WS-TOOL-CMD(1:60).
           CALL "SYSTEM" USING WS-TOOL-CMD.
           MOVE RETURN-CODE TO WS-RAW-RC.
           MOVE 0 TO RETURN-CODE.
      *シェルの終了状態は終了コードが上位バイトに入った形で
      *返ることがあるため、その場合は読み替える
           IF WS-RAW-RC >= 256
               DIVIDE WS-RAW-RC BY 256 GIVING WS-RAW-RC
           END-IF.
           IF WS-RAW-RC < 0 OR WS-RAW-RC > 999
               MOVE 8 TO WS-RAW-RC
           END-IF.
           MOVE WS-RAW-RC TO WS-RC-DISP.
           MOVE SPACE TO RPT-TEXT.
           IF WS-RAW-RC < 8
               STRING WS-ED-DIR(1:WS-ED-DIR-LEN) DELIMITED BY SIZE
                      WS-TOOL-OUTPUT             DELIMITED BY SPACE
                      " : frozen"                DELIMITED BY SIZE
                      INTO RPT-TEXT
           ELSE
               ADD 1 TO WS-TOOL-FAILED
               STRING WS-TOOL-NAME   DELIMITED BY SPACE
                      " -E failed (rc=" DELIMITED BY SIZE
                      WS-RC-DISP     DELIMITED BY SIZE
                      ") - "         DELIMITED BY SIZE
                      WS-TOOL-OUTPUT DELIMITED BY SPACE
                      " not frozen"  DELIMITED BY SIZE
                      INTO RPT-TEXT
           END-IF.
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
      *フッタ（件数）と終了コード
      *凍結できなかったページ・ファイルがあれば8、未公開で
      *写さなかったページがあれば4
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "pages-frozen="      DELIMITED BY SIZE
                  WS-PAGES-FROZEN      DELIMITED BY SIZE
                  " files-copied="     DELIMITED BY SIZE
                  WS-FILES-COPIED      DELIMITED BY SIZE
                  " not-published="    DELIMITED BY SIZE
                  WS-NOT-PUBLISHED     DELIMITED BY SIZE
                  " copy-failed="      DELIMITED BY SIZE
                  WS-COPY-FAILED       DELIMITED BY SIZE
                  " tool-failed="      DELIMITED BY SIZE
                  WS-TOOL-FAILED       DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "run AUTOMANUAL -T -F to refresh the version switch"
                TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-COPY-FAILED > 0 OR WS-TOOL-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-PUBLISHED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       MAIN-900.
           STOP RUN.
