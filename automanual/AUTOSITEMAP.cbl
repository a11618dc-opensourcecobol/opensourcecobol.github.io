      *                        掲載ページは載せない。PAIR-FILE設定時は
      *                        英語側ページもPAIR-EN-BASE配下のURLで
      *                        併載する。
      *2026-10-15 M YOKOGAWA   -E 版 の指定で、AUTOEDITIONが凍結した版
      *                        （new/<版>/）のsitemap.xmlを書くように
      *                        した。目次はnew/<版>/TOC.md、URLは版一覧
      *                        （EDITIONS-FILE）のその版の公開先配下、
      *                        出力はnew/<版>/sitemap.xml、報告は
      *                        autositemap_edition.log。版は日本語側
      *                        だけなので英語側は載せず、凍結時に未公開
      *                        で写されなかったページも載せない
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                                       PAIR-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAIR-STS.
           SELECT    EDITIONFILE   ASSIGN         TO   DYNAMIC
                                                       EDITIONS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   ED-STS.
           SELECT    PROBEFILE     ASSIGN         TO   DYNAMIC
                                                       PROBE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROBE-STS.
           SELECT    SITEMAPFILE   ASSIGN         TO   DYNAMIC
                                                       SITEMAP-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
       01  LED-LINE                PIC X(300).
       FD  PAIRFILE.
       01  PAIR-LINE               PIC X(500).
       FD  EDITIONFILE.
       01  ED-LINE                 PIC X(300).
       FD  PROBEFILE.
       01  PROBE-REC               PIC X(250).
       FD  SITEMAPFILE.
       01  MAP-REC                 PIC X(600).
       FD  REPORTFILE.
       01  EXCL-STS                 PIC X(02).
       01  LED-STS                  PIC X(02).
       01  PAIR-STS                 PIC X(02).
       01  ED-STS                   PIC X(02).
       01  PROBE-STS                PIC X(02).
       01  MAP-STS                  PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  TOC-PATH                 PIC X(256)  VALUE "TOC.md".
       01  LEDGER-PATH              PIC X(256)
                                    VALUE "automanual.ledger".
       01  PAIR-FILE-PATH           PIC X(256)  VALUE SPACE.
       01  EDITIONS-PATH            PIC X(256)  VALUE "editions.lst".
       01  PROBE-FILE-PATH          PIC X(256).
       01  SITEMAP-PATH             PIC X(256)  VALUE "sitemap.xml".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autositemap_report.log".
      *起動引数（-E 版 で凍結した版のサイトマップを書く）
       01  WRK-STRING               PIC X(250).
       01  WRK-TOKEN                PIC X(250) OCCURS 2 TIMES.
       01  WS-EDITION               PIC X(250)  VALUE SPACE.
      *版一覧の読込用（「版 公開先URL [latest]」）
       01  ED-REC                   PIC X(300).
       01  ED-P1                    PIC X(250).
       01  ED-P2                    PIC X(250).
       01  ED-P3                    PIC X(20).
       01  WS-ED-BASE               PIC X(250)  VALUE SPACE.
       01  SW-ED-LATEST             PIC X       VALUE 'N'.
      *TOCのベースURLとそこから導いた公開ディレクトリURL
       01  TOC-BASE-URL             PIC X(250).
       01  WS-BASE-DIR              PIC X(250)  VALUE SPACE.
                  "TOC.html"
                  DELIMITED BY SIZE INTO TOC-BASE-URL.
           PERFORM MAIN-005-LOAD-CONFIG.
           ACCEPT WRK-STRING FROM COMMAND-LINE.
           MOVE SPACE TO WRK-TOKEN(1) WRK-TOKEN(2).
           UNSTRING WRK-STRING DELIMITED BY ALL SPACE
                    INTO WRK-TOKEN(1) WRK-TOKEN(2).
           IF WRK-TOKEN(1) = "-E"
               MOVE WRK-TOKEN(2) TO WS-EDITION
               PERFORM MAIN-007-APPLY-EDITION
           END-IF.
           PERFORM MAIN-006-DERIVE-BASE-DIR.
           PERFORM MAIN-010-LOAD-EXCLUDE.
           PERFORM MAIN-020-LOAD-TOC.
                           IF CFG-KEY = "PAIR-EN-BASE"
                              MOVE CFG-VALUE TO PAIR-EN-BASE
                           END-IF
                           IF CFG-KEY = "EDITIONS-FILE"
                              MOVE CFG-VALUE TO EDITIONS-PATH
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE CONFIGFILE
           END-IF.
      *-------------------------------------*
      *凍結した版（-E 版）のサイトマップへ切り替える
      *版一覧でその版の公開先URLを引き、目次・出力・報告を版の
      *ものにする。英語側は版を持たないので対応表は読まない
      *-------------------------------------*
       MAIN-007-APPLY-EDITION.
           IF WS-EDITION = SPACE
               DISPLAY "AUTOSITEMAP: -E requires an edition"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EDITIONFILE.
           IF ED-STS = "00"
               PERFORM UNTIL ED-STS NOT = ZERO
                   READ EDITIONFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE ED-LINE TO ED-REC
                        IF ED-REC NOT = SPACE
                           AND ED-REC(1:1) NOT = "*"
                           MOVE SPACE TO ED-P1 ED-P2 ED-P3
                           UNSTRING ED-REC DELIMITED BY ALL SPACE
                                    INTO ED-P1 ED-P2 ED-P3
                           IF ED-P1 = WS-EDITION
                              MOVE ED-P2 TO WS-ED-BASE
                              IF ED-P3 = "latest" OR ED-P3 = "LATEST"
                                 MOVE 'Y' TO SW-ED-LATEST
                              END-IF
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE EDITIONFILE
           END-IF.
           IF WS-ED-BASE = SPACE OR SW-ED-LATEST = 'Y'
               DISPLAY "AUTOSITEMAP: edition " WS-EDITION(1:20)
                       " is not a frozen edition in " EDITIONS-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ED-BASE TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           IF WS-TRIM-LEN > 1 AND WS-TRIM-IN(WS-TRIM-LEN:1) = "/"
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-IF.
           MOVE SPACE TO TOC-BASE-URL.
           STRING WS-ED-BASE(1:WS-TRIM-LEN) DELIMITED BY SIZE
                  "/TOC.html"               DELIMITED BY SIZE
                  INTO TOC-BASE-URL.
           MOVE SPACE TO TOC-PATH SITEMAP-PATH.
           STRING "new/"      DELIMITED BY SIZE
                  WS-EDITION  DELIMITED BY SPACE
                  "/TOC.md"   DELIMITED BY SIZE
                  INTO TOC-PATH.
           STRING "new/"      DELIMITED BY SIZE
                  WS-EDITION  DELIMITED BY SPACE
                  "/sitemap.xml"
                              DELIMITED BY SIZE
                  INTO SITEMAP-PATH.
           MOVE "autositemap_edition.log" TO REPORT-PATH.
           MOVE SPACE TO PAIR-FILE-PATH PAIR-EN-BASE.
      *-------------------------------------*
      *TOC-BASE-URLから公開ディレクトリURL（最後の"/"の手前まで）を
      *導く。PAIR-EN-BASEは末尾の"/"を落として長さを覚える
      *-------------------------------------*
                   MOVE 'Y' TO SW-EXCLUDED
               END-IF
           END-PERFORM.
      *凍結した版では写しの無いページ（凍結時に未公開）は載せない
           IF WS-EDITION NOT = SPACE
               MOVE SPACE TO PROBE-FILE-PATH
               STRING "new/"      DELIMITED BY SIZE
                      WS-EDITION  DELIMITED BY SPACE
                      "/"         DELIMITED BY SIZE
                      MD-CURRENT  DELIMITED BY SPACE
                      INTO PROBE-FILE-PATH
               OPEN INPUT PROBEFILE
               IF PROBE-STS = "00"
                   CLOSE PROBEFILE
               ELSE
                   MOVE 'Y' TO SW-EXCLUDED
               END-IF
           END-IF.
           IF SW-EXCLUDED = 'Y'
               ADD 1 TO WS-SKIPPED
               GO TO MAIN-100-EXIT
