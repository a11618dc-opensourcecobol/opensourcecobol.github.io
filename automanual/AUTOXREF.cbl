       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 AUTOXREF.
       AUTHOR.                     M SHIMADA.
       DATE-WRITTEN.               2026-10-15.
      *変更履歴
      *2026-10-15 M SHIMADA    新規作成。複数マニュアルの台帳
      *                        （manuals.reg）に載った全マニュアルを
      *                        読み、本文の絶対URLのうち登録済みの
      *                        マニュアルの公開先（TOC-BASE-URLの
      *                        ディレクトリ・PAIR-EN-BASE）配下を指す
      *                        リンクを、外部リンクとしてではなく
      *                        そのマニュアルのTOC.md・退役ページ・
      *                        見出しのアンカーで検証する（規則は
      *                        AUTOAUDITと同じ）。マニュアルをまたぐ
      *                        リンクは、リンク先のページごとに
      *                        どのマニュアルのどのページが依存して
      *                        いるかを報告し、依存の一覧を
      *                        autoxref_deps.lstへ、リンク先マニュアル
      *                        側の被リンク一覧を各マニュアルの
      *                        ディレクトリのautoxref_inbound.lstへ
      *                        書く（AUTOTOCEDITがページの退役時に
      *                        警告に使う）。あわせて全マニュアルの
      *                        sitemap.xmlを束ねたsitemap_index.xml
      *                        と、各マニュアルのsearch_extract.datを
      *                        マニュアル名・公開先付きで連結した
      *                        search_extract_all.datを作る。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
      *-------------------------------------*
       INPUT-OUTPUT                SECTION.
      *-------------------------------------*
       FILE-CONTROL.
           SELECT    REGFILE       ASSIGN         TO   DYNAMIC
                                                       REGISTRY-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   REG-STS.
           SELECT    LISTFILE      ASSIGN         TO   DYNAMIC
                                                       LIST-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   LIST-STS.
           SELECT    PAGEFILE      ASSIGN         TO   DYNAMIC
                                                       PAGE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PAGE-STS.
           SELECT    ANCHFILE      ASSIGN         TO   DYNAMIC
                                                       ANCH-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   ANCH-STS.
           SELECT    PROBEFILE     ASSIGN         TO   DYNAMIC
                                                       PROBE-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   PROBE-STS.
           SELECT    REPORTFILE    ASSIGN         TO   DYNAMIC
                                                       REPORT-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   RPT-STS.
           SELECT    DEPFILE       ASSIGN         TO   DYNAMIC
                                                       DEPS-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   DEP-STS.
           SELECT    INBFILE       ASSIGN         TO   DYNAMIC
                                                       INBOUND-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   INB-STS.
           SELECT    MAPFILE       ASSIGN         TO   DYNAMIC
                                                       INDEX-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   MAP-STS.
           SELECT    EXTFILE       ASSIGN         TO   DYNAMIC
                                                       EXTRACT-FILE-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   EXT-STS.
           SELECT    MERGEFILE     ASSIGN         TO   DYNAMIC
                                                       MERGED-PATH
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE STATUS    IS   MRG-STS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
      *-------------------------------------*
       FILE                        SECTION.
      *-------------------------------------*
       FD  REGFILE.
       01  REG-LINE                PIC X(300).
       FD  LISTFILE.
       01  LIST-LINE               PIC X(500).
       FD  PAGEFILE.
       01  PAGE-REC                PIC X(50000).
       FD  ANCHFILE.
       01  ANCH-REC                PIC X(50000).
       FD  PROBEFILE.
       01  PROBE-REC               PIC X(250).
       FD  REPORTFILE.
       01  RPT-LINE                PIC X(300).
       FD  DEPFILE.
       01  DEP-LINE                PIC X(600).
       FD  INBFILE.
       01  INB-LINE                PIC X(600).
       FD  MAPFILE.
       01  MAP-REC                 PIC X(300).
       FD  EXTFILE.
       01  EXT-REC                 PIC X(2000).
       FD  MERGEFILE.
       01  MRG-REC                 PIC X(2300).
      *-------------------------------------*
       WORKING-STORAGE             SECTION.
      *-------------------------------------*
       01  REG-STS                  PIC X(02).
       01  LIST-STS                 PIC X(02).
       01  PAGE-STS                 PIC X(02).
       01  ANCH-STS                 PIC X(02).
       01  PROBE-STS                PIC X(02).
       01  RPT-STS                  PIC X(02).
       01  DEP-STS                  PIC X(02).
       01  INB-STS                  PIC X(02).
       01  MAP-STS                  PIC X(02).
       01  EXT-STS                  PIC X(02).
       01  MRG-STS                  PIC X(02).
       01  REGISTRY-PATH            PIC X(256)  VALUE "manuals.reg".
       01  REPORT-PATH              PIC X(256)
                                    VALUE "autoxref_report.log".
       01  DEPS-PATH                PIC X(256)
                                    VALUE "autoxref_deps.lst".
       01  INDEX-PATH               PIC X(256)
                                    VALUE "sitemap_index.xml".
       01  MERGED-PATH              PIC X(256)
                                    VALUE "search_extract_all.dat".
       01  LIST-PATH                PIC X(256).
       01  PAGE-FILE-PATH           PIC X(256).
       01  ANCH-FILE-PATH           PIC X(256).
       01  PROBE-FILE-PATH          PIC X(256).
       01  INBOUND-FILE-PATH        PIC X(256).
       01  EXTRACT-FILE-PATH        PIC X(256).
      *マニュアル台帳（manuals.reg:「名前 ディレクトリ」を1行1件）
      *公開先はTOC-BASE-URLのディレクトリ部分とPAIR-EN-BASEを、
      *末尾の"/"を除いて持つ
       01  MAN-TABLE.
           05  MAN-ENTRY            OCCURS 20 TIMES.
               10  MAN-NAME         PIC X(30).
               10  MAN-DIR          PIC X(200).
               10  MAN-BASE         PIC X(250).
               10  MAN-BASE-LEN     PIC 9(03) COMP.
               10  MAN-EN-BASE      PIC X(250).
               10  MAN-EN-LEN       PIC 9(03) COMP.
               10  MAN-PAIR         PIC X(250).
               10  MAN-LOADED       PIC X(01).
       01  MANUAL-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-M                     PIC 9(02) COMP VALUE 0.
       01  WS-TM                    PIC 9(02) COMP VALUE 0.
       01  WS-SRC-M                 PIC 9(02) COMP VALUE 0.
       01  REG-REC                  PIC X(300).
       01  REG-P1                   PIC X(30).
       01  REG-P2                   PIC X(200).
      *設定ファイル・一覧ファイルの読込用
       01  CFG-REC                  PIC X(500).
       01  CFG-KEY                  PIC X(50).
       01  CFG-VALUE                PIC X(250).
       01  WS-TOC-BASE-URL          PIC X(250).
       01  WS-EN-BASE-URL           PIC X(250).
       01  WS-SLASH-POS             PIC 9(03) COMP VALUE 0.
       01  WS-URL-IX                PIC 9(03) COMP VALUE 0.
       01  LIST-REC                 PIC X(500).
       01  LIST-P1                  PIC X(250).
       01  LIST-P2                  PIC X(250).
       01  TOC-PART1                PIC X(300).
       01  TOC-PART2                PIC X(300).
      *全マニュアルのページ一覧（XP-LANG: 'J'=TOC.mdのページ・
      *'E'=対応表の英語側ページ）
       01  XP-TABLE.
           05  XP-ENTRY             OCCURS 10000 TIMES.
               10  XP-MAN           PIC 9(02) COMP.
               10  XP-LANG          PIC X(01).
               10  XP-PAGE          PIC X(250).
       01  XP-COUNT                 PIC 9(05) COMP VALUE 0.
       01  XP-IX                    PIC 9(05) COMP VALUE 0.
      *全マニュアルの退役ページ（旧ページ名と後継）
       01  XR-TABLE.
           05  XR-ENTRY             OCCURS 5000 TIMES.
               10  XR-MAN           PIC 9(02) COMP.
               10  XR-OLD           PIC X(250).
               10  XR-NEW           PIC X(250).
       01  XR-COUNT                 PIC 9(04) COMP VALUE 0.
      *全マニュアルの除外ページ（公開はされるがTOCに無いページ）
       01  XE-TABLE.
           05  XE-ENTRY             OCCURS 2000 TIMES.
               10  XE-MAN           PIC 9(02) COMP.
               10  XE-PAGE          PIC X(250).
       01  XE-COUNT                 PIC 9(04) COMP VALUE 0.
      *アンカー索引（リンク先のページを初めて検証するときに作る）
       01  XS-TABLE.
           05  XS-ENTRY             OCCURS 5000 TIMES.
               10  XS-MAN           PIC 9(02) COMP.
               10  XS-LANG          PIC X(01).
               10  XS-PAGE          PIC X(250).
               10  XS-OK            PIC X(01).
       01  XS-COUNT                 PIC 9(04) COMP VALUE 0.
       01  XS-MATCH                 PIC 9(04) COMP VALUE 0.
       01  XA-TABLE.
           05  XA-ENTRY             OCCURS 20000 TIMES.
               10  XA-SCAN          PIC 9(04) COMP.
               10  XA-NAME          PIC X(200).
       01  XA-COUNT                 PIC 9(05) COMP VALUE 0.
       01  XA-IX                    PIC 9(05) COMP VALUE 0.
      *マニュアルをまたぐリンク（依存）の一覧
      *DEP-STATE: OK・DEAD・BAD-ANCHOR・RETIRED・UNVERIFIED
       01  DEP-TABLE.
           05  DEP-ENTRY            OCCURS 5000 TIMES.
               10  DEP-SRC-MAN      PIC 9(02) COMP.
               10  DEP-SRC-PAGE     PIC X(260).
               10  DEP-LINE-NO      PIC 9(07).
               10  DEP-TGT-MAN      PIC 9(02) COMP.
               10  DEP-TGT-PAGE     PIC X(260).
               10  DEP-STATE        PIC X(10).
       01  DEP-COUNT                PIC 9(04) COMP VALUE 0.
       01  DEP-IX                   PIC 9(04) COMP VALUE 0.
       01  DEP-JX                   PIC 9(04) COMP VALUE 0.
       01  WS-DEP-LINKS             PIC 9(05)  VALUE 0.
       01  SW-FIRST                 PIC X      VALUE 'N'.
      *走査中のページ
       01  WS-SRC-TREE              PIC X(07).
       01  WS-SRC-SHOW              PIC X(260).
       01  WS-LINE-NO               PIC 9(07)  VALUE 0.
      *リンク先の取り出し用（AUTOAUDITと同じ走査）
       01  WS-SCAN-POS              PIC 9(05) COMP.
       01  WS-SCAN-REST             PIC 9(05) COMP.
       01  WS-SEG-LEN               PIC 9(05) COMP.
       01  WS-TGT-LEN               PIC 9(05) COMP.
       01  WS-REC-LEN               PIC 9(05) COMP.
       01  WS-BLK                   PIC 9(03) COMP.
       01  WS-BLK-START             PIC 9(05) COMP.
       01  WS-CHR                   PIC 9(05) COMP.
       01  WS-TARGET                PIC X(250).
      *リンク先URLの分解
       01  WS-HIT-LEN               PIC 9(03) COMP VALUE 0.
       01  WS-HIT-LANG              PIC X(01).
       01  WS-REST-LEN              PIC 9(03) COMP.
       01  WS-REST                  PIC X(250).
       01  WS-REST-PATH             PIC X(250).
       01  WS-REST-WORK             PIC X(250).
       01  WS-FRAGMENT              PIC X(200).
       01  WS-TGT-PAGE              PIC X(250).
       01  WS-TGT-TREE              PIC X(07).
       01  WS-TGT-SHOW              PIC X(260).
       01  WS-STATE                 PIC X(10).
       01  WS-SUCCESSOR             PIC X(250).
       01  SW-FOUND                 PIC X      VALUE 'N'.
       01  SW-EXISTS                PIC X      VALUE 'N'.
       01  SW-CHECK-ANCHOR          PIC X      VALUE 'N'.
       01  SW-ANCHOR-OK             PIC X      VALUE 'N'.
      *アンカー導出の作業領域
       01  WS-HEAD-TEXT             PIC X(200).
       01  WS-ANCHOR                PIC X(200).
       01  WS-HEAD-LEN              PIC 9(03) COMP.
      *マニュアルのディレクトリ配下のパス組み立て
       01  WS-REL-PATH              PIC X(250).
       01  WS-FULL-PATH             PIC X(256).
      *件数集計
       01  WS-MANUALS-LOADED        PIC 9(03)  VALUE 0.
       01  WS-MANUALS-SKIPPED       PIC 9(03)  VALUE 0.
       01  WS-PAGES-SCANNED         PIC 9(05)  VALUE 0.
       01  WS-LINKS-XREF            PIC 9(06)  VALUE 0.
       01  WS-LINKS-SELF            PIC 9(06)  VALUE 0.
       01  WS-LINKS-OK              PIC 9(06)  VALUE 0.
       01  WS-LINKS-DEAD            PIC 9(06)  VALUE 0.
       01  WS-ANCHORS-BAD           PIC 9(06)  VALUE 0.
       01  WS-LINKS-RETIRED         PIC 9(06)  VALUE 0.
       01  WS-LINKS-UNVER           PIC 9(06)  VALUE 0.
       01  WS-SITEMAPS              PIC 9(03)  VALUE 0.
       01  WS-SITEMAPS-MISSING      PIC 9(03)  VALUE 0.
       01  WS-EXTRACTS-MISSING      PIC 9(03)  VALUE 0.
       01  WS-EXTRACT-RECS          PIC 9(07)  VALUE 0.
       01  WS-EXT-LANG              PIC X(10).
       01  WS-EXT-NAME              PIC X(250).
       01  WS-EXT-LEN               PIC 9(04) COMP.
       01  RPT-TEXT                 PIC X(300).
       01  WS-OUT-LINE              PIC X(600).
       01  WS-TRIM-IN               PIC X(250).
       01  WS-TRIM-LEN              PIC 9(03) COMP.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      *-------------------------------------*
       MAIN-CONTROL                SECTION.
      *-------------------------------------*
       MAIN-000.
           PERFORM MAIN-010-LOAD-REGISTRY.
           IF MANUAL-COUNT = 0
               DISPLAY "AUTOXREF: no manuals registered in "
                       "manuals.reg - nothing to do"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-900
           END-IF.
           OPEN OUTPUT REPORTFILE.
           MOVE "AUTOXREF cross-manual link and site index report"
                TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > MANUAL-COUNT
               PERFORM MAIN-020-LOAD-MANUAL THRU MAIN-020-EXIT
           END-PERFORM.
      *全マニュアルのページの本文を走査する
           MOVE "== cross-manual links" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING XP-IX FROM 1 BY 1 UNTIL XP-IX > XP-COUNT
               PERFORM MAIN-100-SCAN-PAGE THRU MAIN-100-EXIT
           END-PERFORM.
           PERFORM MAIN-400-WRITE-DEPENDENCIES.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > MANUAL-COUNT
               IF MAN-LOADED(WS-M) = 'Y'
                   PERFORM MAIN-450-WRITE-INBOUND
               END-IF
           END-PERFORM.
           PERFORM MAIN-500-WRITE-SITEMAP-INDEX.
           PERFORM MAIN-550-MERGE-SEARCH.
           PERFORM MAIN-800-WRITE-FOOTER.
           GO TO MAIN-900.
      *-------------------------------------*
      *マニュアル台帳の読込
      *-------------------------------------*
       MAIN-010-LOAD-REGISTRY.
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
                           IF MANUAL-COUNT >= 20
                               DISPLAY "AUTOXREF: manual registry "
                                       "full (20) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO REG-P1 REG-P2
                           UNSTRING REG-REC DELIMITED BY ALL SPACE
                                    INTO REG-P1 REG-P2
                           IF REG-P1 NOT = SPACE
                              AND REG-P2 NOT = SPACE
                              ADD 1 TO MANUAL-COUNT
                              MOVE REG-P1 TO MAN-NAME(MANUAL-COUNT)
                              MOVE REG-P2 TO MAN-DIR(MANUAL-COUNT)
                              MOVE 'N' TO MAN-LOADED(MANUAL-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE REGFILE
           END-IF.
      *-------------------------------------*
      *マニュアル1件分の設定・TOC・対応表・退役・除外の読込
      *-------------------------------------*
       MAIN-020-LOAD-MANUAL.
           MOVE "TOC.md" TO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS NOT = "00"
               ADD 1 TO WS-MANUALS-SKIPPED
               MOVE SPACE TO RPT-TEXT
               STRING MAN-NAME(WS-M)   DELIMITED BY SPACE
                      " : no TOC.md in "
                                       DELIMITED BY SIZE
                      MAN-DIR(WS-M)    DELIMITED BY SPACE
                      " - manual skipped"
                                       DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
               GO TO MAIN-020-EXIT
           END-IF.
           CLOSE LISTFILE.
           MOVE 'Y' TO MAN-LOADED(WS-M).
           ADD 1 TO WS-MANUALS-LOADED.
           PERFORM MAIN-021-LOAD-CONFIG.
           PERFORM MAIN-022-DERIVE-BASE.
           PERFORM MAIN-023-LOAD-TOC.
           PERFORM MAIN-024-LOAD-PAIRS.
           PERFORM MAIN-025-LOAD-RETIRED.
           PERFORM MAIN-026-LOAD-EXCLUDE.
           MOVE SPACE TO RPT-TEXT.
           STRING MAN-NAME(WS-M)   DELIMITED BY SPACE
                  " : "            DELIMITED BY SIZE
                  MAN-DIR(WS-M)    DELIMITED BY SPACE
                  " base "         DELIMITED BY SIZE
                  MAN-BASE(WS-M)   DELIMITED BY SPACE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
       MAIN-020-EXIT.
           CONTINUE.
      *-------------------------------------*
      *マニュアルの設定ファイル（TOC-BASE-URL・PAIR-FILE・
      *PAIR-EN-BASE）
      *-------------------------------------*
       MAIN-021-LOAD-CONFIG.
           MOVE SPACE TO WS-TOC-BASE-URL WS-EN-BASE-URL MAN-PAIR(WS-M).
           STRING "https://opensourcecobol.github.io/markdown/"
                  "TOC.html"
                  DELIMITED BY SIZE INTO WS-TOC-BASE-URL.
           MOVE "automanual.cfg" TO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LIST-LINE TO CFG-REC
                        IF CFG-REC NOT = SPACE
                           AND CFG-REC(1:1) NOT = "*"
                           MOVE SPACE TO CFG-KEY CFG-VALUE
                           UNSTRING CFG-REC DELIMITED BY "="
                                    INTO CFG-KEY CFG-VALUE
                           EVALUATE CFG-KEY
                             WHEN "TOC-BASE-URL"
                               MOVE CFG-VALUE TO WS-TOC-BASE-URL
                             WHEN "PAIR-FILE"
                               MOVE CFG-VALUE TO MAN-PAIR(WS-M)
                             WHEN "PAIR-EN-BASE"
                               MOVE CFG-VALUE TO WS-EN-BASE-URL
                           END-EVALUATE
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *公開先の導出（AUTOSITEMAPと同じ。TOC-BASE-URLは最後の"/"の
      *手前まで、PAIR-EN-BASEは末尾の"/"を落とす）
      *-------------------------------------*
       MAIN-022-DERIVE-BASE.
           MOVE WS-TOC-BASE-URL TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE 0 TO WS-SLASH-POS.
           PERFORM VARYING WS-URL-IX FROM 1 BY 1
                     UNTIL WS-URL-IX > WS-TRIM-LEN
               IF WS-TOC-BASE-URL(WS-URL-IX:1) = "/"
                   MOVE WS-URL-IX TO WS-SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACE TO MAN-BASE(WS-M).
           IF WS-SLASH-POS > 1
               MOVE WS-TOC-BASE-URL(1:WS-SLASH-POS - 1)
                    TO MAN-BASE(WS-M)
               COMPUTE MAN-BASE-LEN(WS-M) = WS-SLASH-POS - 1
           ELSE
               MOVE WS-TOC-BASE-URL(1:WS-TRIM-LEN) TO MAN-BASE(WS-M)
               MOVE WS-TRIM-LEN TO MAN-BASE-LEN(WS-M)
           END-IF.
           MOVE SPACE TO MAN-EN-BASE(WS-M).
           MOVE 0 TO MAN-EN-LEN(WS-M).
           IF WS-EN-BASE-URL NOT = SPACE
               MOVE WS-EN-BASE-URL TO WS-TRIM-IN
               PERFORM MAIN-290-CALC-TRIM-LEN
               IF WS-TRIM-LEN > 1
                   AND WS-EN-BASE-URL(WS-TRIM-LEN:1) = "/"
                   SUBTRACT 1 FROM WS-TRIM-LEN
               END-IF
               MOVE WS-EN-BASE-URL(1:WS-TRIM-LEN) TO MAN-EN-BASE(WS-M)
               MOVE WS-TRIM-LEN TO MAN-EN-LEN(WS-M)
           END-IF.
      *-------------------------------------*
      *TOC.mdのページ
      *-------------------------------------*
       MAIN-023-LOAD-TOC.
           MOVE "TOC.md" TO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC(1:3) = "- ["
                           MOVE SPACE TO TOC-PART1 TOC-PART2
                           UNSTRING LIST-REC DELIMITED BY "]("
                                    INTO TOC-PART1 TOC-PART2
                           UNSTRING TOC-PART2 DELIMITED BY ")"
                                    INTO TOC-PART2
                           MOVE 'J' TO WS-HIT-LANG
                           MOVE TOC-PART2 TO WS-TGT-PAGE
                           PERFORM MAIN-027-ADD-PAGE
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *日英ページ対応表の英語側ページ
      *-------------------------------------*
       MAIN-024-LOAD-PAIRS.
           IF MAN-PAIR(WS-M) NOT = SPACE
               MOVE MAN-PAIR(WS-M) TO WS-REL-PATH
               PERFORM MAIN-590-BUILD-PATH
               MOVE WS-FULL-PATH TO LIST-PATH
               OPEN INPUT LISTFILE
               IF LIST-STS = "00"
                   PERFORM UNTIL LIST-STS NOT = ZERO
                       READ LISTFILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            MOVE LIST-LINE TO LIST-REC
                            IF LIST-REC NOT = SPACE
                               AND LIST-REC(1:1) NOT = "*"
                               MOVE SPACE TO LIST-P1 LIST-P2
                               UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                        INTO LIST-P1 LIST-P2
                               IF LIST-P2 NOT = SPACE
                                   MOVE 'E' TO WS-HIT-LANG
                                   MOVE LIST-P2 TO WS-TGT-PAGE
                                   PERFORM MAIN-027-ADD-PAGE
                               END-IF
                            END-IF
                   END-PERFORM
                   CLOSE LISTFILE
               END-IF
           END-IF.
      *-------------------------------------*
      *退役ページの対応表
      *-------------------------------------*
       MAIN-025-LOAD-RETIRED.
           MOVE "retired.lst" TO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           MOVE SPACE TO LIST-P1 LIST-P2
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1 LIST-P2
                           IF LIST-P2 NOT = SPACE
                               IF XR-COUNT >= 5000
                                   DISPLAY "AUTOXREF: retired table "
                                           "full (5000) - cannot "
                                           "continue"
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO XR-COUNT
                               MOVE WS-M    TO XR-MAN(XR-COUNT)
                               MOVE LIST-P1 TO XR-OLD(XR-COUNT)
                               MOVE LIST-P2 TO XR-NEW(XR-COUNT)
                           END-IF
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
      *除外リスト（TOC.mdは常に除外扱い）
      *-------------------------------------*
       MAIN-026-LOAD-EXCLUDE.
           MOVE "exclude.lst" TO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO LIST-PATH.
           OPEN INPUT LISTFILE.
           IF LIST-STS = "00"
               PERFORM UNTIL LIST-STS NOT = ZERO
                   READ LISTFILE NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LIST-LINE TO LIST-REC
                        IF LIST-REC NOT = SPACE
                           AND LIST-REC(1:1) NOT = "*"
                           IF XE-COUNT >= 2000
                               DISPLAY "AUTOXREF: exclude table full "
                                       "(2000) - cannot continue"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACE TO LIST-P1
                           UNSTRING LIST-REC DELIMITED BY ALL SPACE
                                    INTO LIST-P1
                           ADD 1 TO XE-COUNT
                           MOVE WS-M    TO XE-MAN(XE-COUNT)
                           MOVE LIST-P1 TO XE-PAGE(XE-COUNT)
                        END-IF
               END-PERFORM
               CLOSE LISTFILE
           END-IF.
      *-------------------------------------*
       MAIN-027-ADD-PAGE.
           IF XP-COUNT >= 10000
               DISPLAY "AUTOXREF: page table full (10000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO XP-COUNT.
           MOVE WS-M        TO XP-MAN(XP-COUNT).
           MOVE WS-HIT-LANG TO XP-LANG(XP-COUNT).
           MOVE WS-TGT-PAGE TO XP-PAGE(XP-COUNT).
      *-------------------------------------*
      *ページ1件の本文を走査する（日本語側はold/、英語側はold_en/）
      *-------------------------------------*
       MAIN-100-SCAN-PAGE.
           MOVE XP-MAN(XP-IX) TO WS-SRC-M WS-M.
           IF XP-LANG(XP-IX) = 'E'
               MOVE "old_en/" TO WS-SRC-TREE
           ELSE
               MOVE "old/" TO WS-SRC-TREE
           END-IF.
           MOVE SPACE TO WS-SRC-SHOW WS-REL-PATH.
           STRING WS-SRC-TREE     DELIMITED BY SPACE
                  XP-PAGE(XP-IX)  DELIMITED BY SPACE
                  INTO WS-SRC-SHOW.
           MOVE WS-SRC-SHOW TO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO PAGE-FILE-PATH.
           OPEN INPUT PAGEFILE.
           IF PAGE-STS NOT = "00"
               GO TO MAIN-100-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-SCANNED.
           MOVE 0 TO WS-LINE-NO.
           PERFORM UNTIL PAGE-STS NOT = ZERO
               MOVE SPACE TO PAGE-REC
               READ PAGEFILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    PERFORM MAIN-110-SCAN-LINE THRU MAIN-110-EXIT
           END-PERFORM.
           CLOSE PAGEFILE.
       MAIN-100-EXIT.
           CONTINUE.
      *-------------------------------------*
      *本文1行から"]("～")"のリンク先をすべて取り出す
      *-------------------------------------*
       MAIN-110-SCAN-LINE.
           PERFORM MAIN-115-CALC-REC-LEN.
           IF WS-REC-LEN < 12
               GO TO MAIN-110-EXIT
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
                           IF WS-TARGET(1:7) = "http://"
                               OR WS-TARGET(1:8) = "https://"
                               PERFORM MAIN-120-CHECK-URL
                                       THRU MAIN-120-EXIT
                           END-IF
                       END-IF
                       COMPUTE WS-SCAN-POS =
                               WS-SCAN-POS + WS-TGT-LEN + 1
                   END-IF
               END-IF
           END-PERFORM.
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
      *絶対URL1件: 登録済みマニュアルの公開先配下なら検証する
      *（公開先が入れ子になっていれば最も長く一致するものを採る）
      *-------------------------------------*
       MAIN-120-CHECK-URL.
           MOVE 0 TO WS-TM WS-HIT-LEN.
           MOVE SPACE TO WS-HIT-LANG.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > MANUAL-COUNT
               IF MAN-LOADED(WS-M) = 'Y'
                   IF MAN-BASE-LEN(WS-M) > WS-HIT-LEN
                       AND MAN-BASE-LEN(WS-M) < 249
                       IF WS-TARGET(1:MAN-BASE-LEN(WS-M))
                          = MAN-BASE(WS-M)(1:MAN-BASE-LEN(WS-M))
                          AND WS-TARGET(MAN-BASE-LEN(WS-M) + 1:1)
                              = "/"
                           MOVE WS-M TO WS-TM
                           MOVE MAN-BASE-LEN(WS-M) TO WS-HIT-LEN
                           MOVE 'J' TO WS-HIT-LANG
                       END-IF
                   END-IF
                   IF MAN-EN-LEN(WS-M) > WS-HIT-LEN
                       AND MAN-EN-LEN(WS-M) < 249
                       IF WS-TARGET(1:MAN-EN-LEN(WS-M))
                          = MAN-EN-BASE(WS-M)(1:MAN-EN-LEN(WS-M))
                          AND WS-TARGET(MAN-EN-LEN(WS-M) + 1:1)
                              = "/"
                           MOVE WS-M TO WS-TM
                           MOVE MAN-EN-LEN(WS-M) TO WS-HIT-LEN
                           MOVE 'E' TO WS-HIT-LANG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TM = 0
               GO TO MAIN-120-EXIT
           END-IF.
           IF WS-TM = WS-SRC-M
               ADD 1 TO WS-LINKS-SELF
           ELSE
               ADD 1 TO WS-LINKS-XREF
           END-IF.
      *公開先より後ろを"パス#アンカー"に分け、"?"以降は捨てる
           MOVE SPACE TO WS-REST WS-REST-PATH WS-REST-WORK WS-FRAGMENT.
           COMPUTE WS-REST-LEN = 250 - WS-HIT-LEN - 1.
           MOVE WS-TARGET(WS-HIT-LEN + 2:WS-REST-LEN) TO WS-REST.
           UNSTRING WS-REST DELIMITED BY "#"
                    INTO WS-REST-WORK WS-FRAGMENT.
           UNSTRING WS-REST-WORK DELIMITED BY "?"
                    INTO WS-REST-PATH.
           PERFORM MAIN-130-RESOLVE-PAGE THRU MAIN-130-EXIT.
           EVALUATE WS-STATE
             WHEN "OK"
               ADD 1 TO WS-LINKS-OK
             WHEN "DEAD"
               ADD 1 TO WS-LINKS-DEAD
               MOVE "dead cross-manual link" TO RPT-TEXT
               PERFORM MAIN-160-WRITE-FINDING
             WHEN "BAD-ANCHOR"
               ADD 1 TO WS-ANCHORS-BAD
               MOVE "bad anchor" TO RPT-TEXT
               PERFORM MAIN-160-WRITE-FINDING
             WHEN "RETIRED"
               ADD 1 TO WS-LINKS-RETIRED
               MOVE "link to retired page" TO RPT-TEXT
               PERFORM MAIN-160-WRITE-FINDING
             WHEN OTHER
               ADD 1 TO WS-LINKS-UNVER
           END-EVALUATE.
           IF WS-TM NOT = WS-SRC-M AND WS-TGT-PAGE NOT = SPACE
               PERFORM MAIN-150-RECORD-DEP
           END-IF.
       MAIN-120-EXIT.
           CONTINUE.
      *-------------------------------------*
      *リンク先パス（WS-REST-PATH）をマニュアルWS-TMのページとして
      *解決する。WS-STATEに結果、WS-TGT-PAGEにページ名（.md）
      *-------------------------------------*
       MAIN-130-RESOLVE-PAGE.
           MOVE SPACE TO WS-TGT-PAGE WS-TGT-SHOW WS-SUCCESSOR.
           MOVE "UNVERIFIED" TO WS-STATE.
           MOVE WS-TM TO WS-M.
           IF WS-HIT-LANG = 'E'
               MOVE "old_en/" TO WS-TGT-TREE
           ELSE
               MOVE "old/" TO WS-TGT-TREE
           END-IF.
      *目次ページは常にある
           IF WS-REST-PATH = SPACE
               OR WS-REST-PATH = "TOC.html"
               OR WS-REST-PATH = "index.html"
               MOVE "TOC.md" TO WS-TGT-PAGE
               MOVE "OK" TO WS-STATE
               GO TO MAIN-130-SHOW
           END-IF.
           MOVE WS-REST-PATH TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
      *.html以外（画像等の資産）はページとしては検証しない
           IF WS-TRIM-LEN <= 5
               GO TO MAIN-130-EXIT
           END-IF.
           IF WS-TRIM-IN(WS-TRIM-LEN - 4:5) NOT = ".html"
               GO TO MAIN-130-EXIT
           END-IF.
           STRING WS-TRIM-IN(1:WS-TRIM-LEN - 5) DELIMITED BY SIZE
                  ".md"                         DELIMITED BY SIZE
                  INTO WS-TGT-PAGE.
           MOVE 'N' TO SW-CHECK-ANCHOR.
           PERFORM MAIN-135-FIND-PAGE.
           IF SW-FOUND = 'Y'
               MOVE "OK" TO WS-STATE
               MOVE 'Y' TO SW-CHECK-ANCHOR
               GO TO MAIN-130-ANCHOR
           END-IF.
           IF WS-HIT-LANG = 'J'
               PERFORM MAIN-136-FIND-RETIRED
               IF WS-SUCCESSOR NOT = SPACE
                   MOVE "RETIRED" TO WS-STATE
                   GO TO MAIN-130-SHOW
               END-IF
               PERFORM MAIN-137-FIND-EXCLUDED
               IF SW-FOUND = 'Y'
                   MOVE "OK" TO WS-STATE
                   GO TO MAIN-130-SHOW
               END-IF
               IF WS-TGT-PAGE(1:6) = "topic_"
                   MOVE "OK" TO WS-STATE
                   GO TO MAIN-130-SHOW
               END-IF
           END-IF.
      *TOCに無くても変換元があれば公開される（AUTOAUDITと同じ）
           MOVE SPACE TO WS-REL-PATH.
           STRING WS-TGT-TREE DELIMITED BY SPACE
                  WS-TGT-PAGE DELIMITED BY SPACE
                  INTO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO PROBE-FILE-PATH.
           PERFORM MAIN-595-PROBE-FILE.
           IF SW-EXISTS = 'Y'
               MOVE "OK" TO WS-STATE
               MOVE 'Y' TO SW-CHECK-ANCHOR
           ELSE
               MOVE "DEAD" TO WS-STATE
           END-IF.
       MAIN-130-ANCHOR.
           IF SW-CHECK-ANCHOR = 'Y' AND WS-FRAGMENT NOT = SPACE
               PERFORM MAIN-140-CHECK-FRAGMENT
           END-IF.
       MAIN-130-SHOW.
           STRING WS-TGT-TREE DELIMITED BY SPACE
                  WS-TGT-PAGE DELIMITED BY SPACE
                  INTO WS-TGT-SHOW.
       MAIN-130-EXIT.
           CONTINUE.
      *-------------------------------------*
      *WS-TGT-PAGEがマニュアルWS-TMの同じ言語側のページか
      *-------------------------------------*
       MAIN-135-FIND-PAGE.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING XA-IX FROM 1 BY 1
                     UNTIL XA-IX > XP-COUNT OR SW-FOUND = 'Y'
               IF XP-MAN(XA-IX) = WS-TM
                   AND XP-LANG(XA-IX) = WS-HIT-LANG
                   AND XP-PAGE(XA-IX) = WS-TGT-PAGE
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *WS-TGT-PAGEがマニュアルWS-TMの退役ページなら後継を返す
      *-------------------------------------*
       MAIN-136-FIND-RETIRED.
           MOVE SPACE TO WS-SUCCESSOR.
           PERFORM VARYING XA-IX FROM 1 BY 1
                     UNTIL XA-IX > XR-COUNT OR WS-SUCCESSOR NOT = SPACE
               IF XR-MAN(XA-IX) = WS-TM
                   AND XR-OLD(XA-IX) = WS-TGT-PAGE
                   MOVE XR-NEW(XA-IX) TO WS-SUCCESSOR
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *WS-TGT-PAGEがマニュアルWS-TMの除外ページか
      *-------------------------------------*
       MAIN-137-FIND-EXCLUDED.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING XA-IX FROM 1 BY 1
                     UNTIL XA-IX > XE-COUNT OR SW-FOUND = 'Y'
               IF XE-MAN(XA-IX) = WS-TM
                   AND XE-PAGE(XA-IX) = WS-TGT-PAGE
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
      *-------------------------------------*
      *アンカー1件の検証（リンク先ページの"## "見出しから
      *AUTOMANUALのページ内目次と同じ規則で作った索引と照合）
      *-------------------------------------*
       MAIN-140-CHECK-FRAGMENT.
           PERFORM MAIN-145-ENSURE-ANCHORS.
           IF XS-OK(XS-MATCH) = 'N'
               MOVE "UNVERIFIED" TO WS-STATE
           ELSE
               MOVE 'N' TO SW-ANCHOR-OK
               PERFORM VARYING XA-IX FROM 1 BY 1
                         UNTIL XA-IX > XA-COUNT OR SW-ANCHOR-OK = 'Y'
                   IF XA-SCAN(XA-IX) = XS-MATCH
                       AND XA-NAME(XA-IX) = WS-FRAGMENT
                       MOVE 'Y' TO SW-ANCHOR-OK
                   END-IF
               END-PERFORM
               IF SW-ANCHOR-OK = 'N'
                   MOVE "BAD-ANCHOR" TO WS-STATE
               END-IF
           END-IF.
      *-------------------------------------*
      *リンク先ページのアンカー索引がまだ無ければ作る
      *-------------------------------------*
       MAIN-145-ENSURE-ANCHORS.
           MOVE 0 TO XS-MATCH.
           PERFORM VARYING XA-IX FROM 1 BY 1
                     UNTIL XA-IX > XS-COUNT OR XS-MATCH > 0
               IF XS-MAN(XA-IX) = WS-TM
                   AND XS-LANG(XA-IX) = WS-HIT-LANG
                   AND XS-PAGE(XA-IX) = WS-TGT-PAGE
                   MOVE XA-IX TO XS-MATCH
               END-IF
           END-PERFORM.
           IF XS-MATCH = 0
               IF XS-COUNT >= 5000
                   DISPLAY "AUTOXREF: anchor scan table full "
                           "(5000) - cannot continue"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO XS-COUNT
               MOVE XS-COUNT    TO XS-MATCH
               MOVE WS-TM       TO XS-MAN(XS-MATCH)
               MOVE WS-HIT-LANG TO XS-LANG(XS-MATCH)
               MOVE WS-TGT-PAGE TO XS-PAGE(XS-MATCH)
               MOVE SPACE TO WS-REL-PATH
               STRING WS-TGT-TREE DELIMITED BY SPACE
                      WS-TGT-PAGE DELIMITED BY SPACE
                      INTO WS-REL-PATH
               MOVE WS-TM TO WS-M
               PERFORM MAIN-590-BUILD-PATH
               MOVE WS-FULL-PATH TO ANCH-FILE-PATH
               OPEN INPUT ANCHFILE
               IF ANCH-STS NOT = "00"
                   MOVE 'N' TO XS-OK(XS-MATCH)
               ELSE
                   MOVE 'Y' TO XS-OK(XS-MATCH)
                   PERFORM UNTIL ANCH-STS NOT = ZERO
                       MOVE SPACE TO ANCH-REC
                       READ ANCHFILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            IF ANCH-REC(1:3) = "## "
                               PERFORM MAIN-146-ADD-ONE-ANCHOR
                            END-IF
                   END-PERFORM
                   CLOSE ANCHFILE
               END-IF
           END-IF.
      *-------------------------------------*
      *見出し1件分のアンカーを索引へ積む
      *（英大文字の小文字化・空白のハイフン化）
      *-------------------------------------*
       MAIN-146-ADD-ONE-ANCHOR.
           IF XA-COUNT >= 20000
               DISPLAY "AUTOXREF: anchor table full (20000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANCH-REC(4:200) TO WS-HEAD-TEXT.
           MOVE 200 TO WS-HEAD-LEN.
           PERFORM UNTIL WS-HEAD-LEN = 1
                         OR WS-HEAD-TEXT(WS-HEAD-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HEAD-LEN
           END-PERFORM.
           MOVE WS-HEAD-TEXT TO WS-ANCHOR.
           INSPECT WS-ANCHOR CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz".
           INSPECT WS-ANCHOR(1:WS-HEAD-LEN) CONVERTING
                   " " TO "-".
           ADD 1 TO XA-COUNT.
           MOVE XS-MATCH  TO XA-SCAN(XA-COUNT).
           MOVE WS-ANCHOR TO XA-NAME(XA-COUNT).
      *-------------------------------------*
      *マニュアルをまたぐリンク1件を依存の一覧へ積む
      *-------------------------------------*
       MAIN-150-RECORD-DEP.
           IF DEP-COUNT >= 5000
               DISPLAY "AUTOXREF: dependency table full (5000) - "
                       "cannot continue"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO DEP-COUNT.
           MOVE WS-SRC-M    TO DEP-SRC-MAN(DEP-COUNT).
           MOVE WS-SRC-SHOW TO DEP-SRC-PAGE(DEP-COUNT).
           MOVE WS-LINE-NO  TO DEP-LINE-NO(DEP-COUNT).
           MOVE WS-TM       TO DEP-TGT-MAN(DEP-COUNT).
           MOVE WS-TGT-SHOW TO DEP-TGT-PAGE(DEP-COUNT).
           MOVE WS-STATE    TO DEP-STATE(DEP-COUNT).
      *-------------------------------------*
      *指摘1件（RPT-TEXTに指摘の種類）
      *"マニュアル ページ : line 行 : 種類 -> URL"
      *-------------------------------------*
       MAIN-160-WRITE-FINDING.
           MOVE RPT-TEXT TO WS-TRIM-IN.
           PERFORM MAIN-290-CALC-TRIM-LEN.
           MOVE SPACE TO RPT-LINE.
           STRING MAN-NAME(WS-SRC-M)  DELIMITED BY SPACE
                  " "                 DELIMITED BY SIZE
                  WS-SRC-SHOW         DELIMITED BY SPACE
                  " : line "          DELIMITED BY SIZE
                  WS-LINE-NO          DELIMITED BY SIZE
                  " : "               DELIMITED BY SIZE
                  WS-TRIM-IN(1:WS-TRIM-LEN)
                                      DELIMITED BY SIZE
                  " -> "              DELIMITED BY SIZE
                  WS-TARGET           DELIMITED BY SPACE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-STATE = "RETIRED"
               MOVE SPACE TO RPT-LINE
               STRING "        suggest: link to "
                                         DELIMITED BY SIZE
                      MAN-BASE(WS-TM)    DELIMITED BY SPACE
                      "/"                DELIMITED BY SIZE
                      WS-SUCCESSOR       DELIMITED BY ".md"
                      ".html (the successor) instead of the redirect "
                                         DELIMITED BY SIZE
                      "stub"             DELIMITED BY SIZE
                      INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *-------------------------------------*
      *依存の一覧（リンク先マニュアル・ページごとに依存元を並べる）
      *-------------------------------------*
       MAIN-400-WRITE-DEPENDENCIES.
           OPEN OUTPUT DEPFILE.
           MOVE SPACE TO DEP-LINE.
           STRING "* AUTOXREF cross-manual dependencies - "
                  "target-manual target-page source-manual "
                  "source-page line state"
                  DELIMITED BY SIZE INTO DEP-LINE.
           WRITE DEP-LINE.
           PERFORM VARYING WS-TM FROM 1 BY 1
                     UNTIL WS-TM > MANUAL-COUNT
               MOVE 'Y' TO SW-FIRST
               PERFORM VARYING DEP-IX FROM 1 BY 1
                         UNTIL DEP-IX > DEP-COUNT
                   IF DEP-TGT-MAN(DEP-IX) = WS-TM
                       PERFORM MAIN-410-WRITE-ONE-TARGET
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE DEPFILE.
      *-------------------------------------*
      *リンク先ページ（DEP-IX）の初出のときだけ、そのページへの
      *依存をまとめて書く
      *-------------------------------------*
       MAIN-410-WRITE-ONE-TARGET.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING DEP-JX FROM 1 BY 1
                     UNTIL DEP-JX >= DEP-IX OR SW-FOUND = 'Y'
               IF DEP-TGT-MAN(DEP-JX) = WS-TM
                   AND DEP-TGT-PAGE(DEP-JX) = DEP-TGT-PAGE(DEP-IX)
                   MOVE 'Y' TO SW-FOUND
               END-IF
           END-PERFORM.
           IF SW-FOUND = 'N'
               IF SW-FIRST = 'Y'
                   MOVE 'N' TO SW-FIRST
                   MOVE SPACE TO RPT-TEXT
                   STRING "== pages of "     DELIMITED BY SIZE
                          MAN-NAME(WS-TM)    DELIMITED BY SPACE
                          " linked from other manuals"
                                             DELIMITED BY SIZE
                          INTO RPT-TEXT
                   MOVE RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE 0 TO WS-DEP-LINKS
               PERFORM VARYING DEP-JX FROM DEP-IX BY 1
                         UNTIL DEP-JX > DEP-COUNT
                   IF DEP-TGT-MAN(DEP-JX) = WS-TM
                       AND DEP-TGT-PAGE(DEP-JX) = DEP-TGT-PAGE(DEP-IX)
                       ADD 1 TO WS-DEP-LINKS
                   END-IF
               END-PERFORM
               MOVE SPACE TO RPT-LINE
               STRING "  "                  DELIMITED BY SIZE
                      DEP-TGT-PAGE(DEP-IX)  DELIMITED BY SPACE
                      " ("                  DELIMITED BY SIZE
                      WS-DEP-LINKS          DELIMITED BY SIZE
                      " links)"             DELIMITED BY SIZE
                      INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING DEP-JX FROM DEP-IX BY 1
                         UNTIL DEP-JX > DEP-COUNT
                   IF DEP-TGT-MAN(DEP-JX) = WS-TM
                       AND DEP-TGT-PAGE(DEP-JX) = DEP-TGT-PAGE(DEP-IX)
                       PERFORM MAIN-420-WRITE-ONE-DEP
                   END-IF
               END-PERFORM
           END-IF.
      *-------------------------------------*
       MAIN-420-WRITE-ONE-DEP.
           MOVE DEP-SRC-MAN(DEP-JX) TO WS-M.
           MOVE SPACE TO RPT-LINE.
           STRING "    <- "              DELIMITED BY SIZE
                  MAN-NAME(WS-M)         DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  DEP-SRC-PAGE(DEP-JX)   DELIMITED BY SPACE
                  " line "               DELIMITED BY SIZE
                  DEP-LINE-NO(DEP-JX)       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  DEP-STATE(DEP-JX)      DELIMITED BY SPACE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO DEP-LINE.
           STRING MAN-NAME(WS-TM)        DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  DEP-TGT-PAGE(DEP-JX)   DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  MAN-NAME(WS-M)         DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  DEP-SRC-PAGE(DEP-JX)   DELIMITED BY SPACE
                  " "                    DELIMITED BY SIZE
                  DEP-LINE-NO(DEP-JX)       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  DEP-STATE(DEP-JX)      DELIMITED BY SPACE
                  INTO DEP-LINE.
           WRITE DEP-LINE.
      *-------------------------------------*
      *マニュアルWS-Mの被リンク一覧（そのマニュアルのディレクトリの
      *autoxref_inbound.lst）。依存が無くても書き直して古い内容を
      *残さない
      *-------------------------------------*
       MAIN-450-WRITE-INBOUND.
           MOVE WS-M TO WS-TM.
           MOVE "autoxref_inbound.lst" TO WS-REL-PATH.
           PERFORM MAIN-590-BUILD-PATH.
           MOVE WS-FULL-PATH TO INBOUND-FILE-PATH.
           OPEN OUTPUT INBFILE.
           IF INB-STS NOT = "00"
               MOVE SPACE TO RPT-TEXT
               STRING MAN-NAME(WS-TM)  DELIMITED BY SPACE
                      " : cannot write "
                                       DELIMITED BY SIZE
                      INBOUND-FILE-PATH
                                       DELIMITED BY SPACE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACE TO INB-LINE
               STRING "* AUTOXREF inbound links from other manuals - "
                      "page source-manual source-page line state"
                      DELIMITED BY SIZE INTO INB-LINE
               WRITE INB-LINE
               PERFORM VARYING DEP-IX FROM 1 BY 1
                         UNTIL DEP-IX > DEP-COUNT
                   IF DEP-TGT-MAN(DEP-IX) = WS-TM
                       MOVE DEP-SRC-MAN(DEP-IX) TO WS-M
                       MOVE SPACE TO INB-LINE
                       STRING DEP-TGT-PAGE(DEP-IX) DELIMITED BY SPACE
                              " "                  DELIMITED BY SIZE
                              MAN-NAME(WS-M)       DELIMITED BY SPACE
                              " "                  DELIMITED BY SIZE
                              DEP-SRC-PAGE(DEP-IX) DELIMITED BY SPACE
                              " "                  DELIMITED BY SIZE
                              DEP-LINE-NO(DEP-IX)     DELIMITED BY SIZE
                              " "                  DELIMITED BY SIZE
                              DEP-STATE(DEP-IX)    DELIMITED BY SPACE
                              INTO INB-LINE
                       WRITE INB-LINE
                   END-IF
               END-PERFORM
               CLOSE INBFILE
           END-IF.
           MOVE WS-TM TO WS-M.
      *-------------------------------------*
      *全マニュアルのsitemap.xmlを束ねるsitemap_index.xml
      *（各マニュアルのsitemap.xmlは公開先の直下に置かれる）
      *-------------------------------------*
       MAIN-500-WRITE-SITEMAP-INDEX.
           MOVE "== site index" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN OUTPUT MAPFILE.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                TO MAP-REC.
           WRITE MAP-REC.
           MOVE SPACE TO MAP-REC.
           STRING "<sitemapindex xmlns="
                  """http://www.sitemaps.org/schemas/sitemap/0.9"">"
                  DELIMITED BY SIZE INTO MAP-REC.
           WRITE MAP-REC.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > MANUAL-COUNT
               IF MAN-LOADED(WS-M) = 'Y'
                   MOVE "sitemap.xml" TO WS-REL-PATH
                   PERFORM MAIN-590-BUILD-PATH
                   MOVE WS-FULL-PATH TO PROBE-FILE-PATH
                   PERFORM MAIN-595-PROBE-FILE
                   IF SW-EXISTS = 'Y'
                       ADD 1 TO WS-SITEMAPS
                       MOVE SPACE TO MAP-REC
                       STRING "  <sitemap><loc>"  DELIMITED BY SIZE
                              MAN-BASE(WS-M)      DELIMITED BY SPACE
                              "/sitemap.xml</loc></sitemap>"
                                                  DELIMITED BY SIZE
                              INTO MAP-REC
                       WRITE MAP-REC
                   ELSE
                       ADD 1 TO WS-SITEMAPS-MISSING
                       MOVE SPACE TO RPT-TEXT
                       STRING MAN-NAME(WS-M)   DELIMITED BY SPACE
                              " : no sitemap.xml - run AUTOSITEMAP in "
                                               DELIMITED BY SIZE
                              MAN-DIR(WS-M)    DELIMITED BY SPACE
                              INTO RPT-TEXT
                       MOVE RPT-TEXT TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "</sitemapindex>" TO MAP-REC.
           WRITE MAP-REC.
           CLOSE MAPFILE.
      *-------------------------------------*
      *全マニュアルの検索抽出の連結
      *各レコードの前に「マニュアル名|公開先|」を付ける（公開先は
      *レコードの言語欄に応じて日本語側・英語側を選ぶ）
      *-------------------------------------*
       MAIN-550-MERGE-SEARCH.
           OPEN OUTPUT MERGEFILE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > MANUAL-COUNT
               IF MAN-LOADED(WS-M) = 'Y'
                   MOVE "search_extract.dat" TO WS-REL-PATH
                   PERFORM MAIN-590-BUILD-PATH
                   MOVE WS-FULL-PATH TO EXTRACT-FILE-PATH
                   OPEN INPUT EXTFILE
                   IF EXT-STS NOT = "00"
                       ADD 1 TO WS-EXTRACTS-MISSING
                       MOVE SPACE TO RPT-TEXT
                       STRING MAN-NAME(WS-M)   DELIMITED BY SPACE
                              " : no search_extract.dat - run AUTOSEAR"
                                               DELIMITED BY SIZE
                              "CH in "         DELIMITED BY SIZE
                              MAN-DIR(WS-M)    DELIMITED BY SPACE
                              INTO RPT-TEXT
                       MOVE RPT-TEXT TO RPT-LINE
                       WRITE RPT-LINE
                   ELSE
                       PERFORM UNTIL EXT-STS NOT = ZERO
                           MOVE SPACE TO EXT-REC
                           READ EXTFILE NEXT
                             AT END
                                CONTINUE
                             NOT AT END
                                PERFORM MAIN-560-MERGE-ONE-RECORD
                       END-PERFORM
                       CLOSE EXTFILE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MERGEFILE.
      *-------------------------------------*
       MAIN-560-MERGE-ONE-RECORD.
           IF EXT-REC = SPACE
               CONTINUE
           ELSE
               ADD 1 TO WS-EXTRACT-RECS
               MOVE SPACE TO WS-EXT-NAME WS-EXT-LANG
               UNSTRING EXT-REC DELIMITED BY "|"
                        INTO WS-EXT-NAME WS-EXT-LANG
               MOVE 2000 TO WS-EXT-LEN
               PERFORM UNTIL WS-EXT-LEN = 1
                             OR EXT-REC(WS-EXT-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-EXT-LEN
               END-PERFORM
               MOVE SPACE TO MRG-REC
               IF WS-EXT-LANG = "en" AND MAN-EN-LEN(WS-M) > 0
                   STRING MAN-NAME(WS-M)         DELIMITED BY SPACE
                          "|"                    DELIMITED BY SIZE
                          MAN-EN-BASE(WS-M)(1:MAN-EN-LEN(WS-M))
                                                 DELIMITED BY SIZE
                          "|"                    DELIMITED BY SIZE
                          EXT-REC(1:WS-EXT-LEN)  DELIMITED BY SIZE
                          INTO MRG-REC
               ELSE
                   STRING MAN-NAME(WS-M)         DELIMITED BY SPACE
                          "|"                    DELIMITED BY SIZE
                          MAN-BASE(WS-M)(1:MAN-BASE-LEN(WS-M))
                                                 DELIMITED BY SIZE
                          "|"                    DELIMITED BY SIZE
                          EXT-REC(1:WS-EXT-LEN)  DELIMITED BY SIZE
                          INTO MRG-REC
               END-IF
               WRITE MRG-REC
           END-IF.
      *-------------------------------------*
       MAIN-290-CALC-TRIM-LEN.
           MOVE 250 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 1
                         OR WS-TRIM-IN(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.
      *-------------------------------------*
      *マニュアルWS-Mのディレクトリ配下のパス（WS-REL-PATH）を
      *起動ディレクトリからのパス（WS-FULL-PATH）にする
      *-------------------------------------*
       MAIN-590-BUILD-PATH.
           MOVE SPACE TO WS-FULL-PATH.
           STRING MAN-DIR(WS-M)  DELIMITED BY SPACE
                  "/"            DELIMITED BY SIZE
                  WS-REL-PATH    DELIMITED BY SPACE
                  INTO WS-FULL-PATH.
      *-------------------------------------*
      *PROBE-FILE-PATHのファイルが開けるか（SW-EXISTS）
      *-------------------------------------*
       MAIN-595-PROBE-FILE.
           MOVE 'N' TO SW-EXISTS.
           OPEN INPUT PROBEFILE.
           IF PROBE-STS = "00"
               MOVE 'Y' TO SW-EXISTS
               CLOSE PROBEFILE
           END-IF.
      *-------------------------------------*
       MAIN-800-WRITE-FOOTER.
           MOVE SPACE TO RPT-TEXT.
           STRING "manuals="            DELIMITED BY SIZE
                  WS-MANUALS-LOADED     DELIMITED BY SIZE
                  " manuals-skipped="   DELIMITED BY SIZE
                  WS-MANUALS-SKIPPED    DELIMITED BY SIZE
                  " pages-scanned="     DELIMITED BY SIZE
                  WS-PAGES-SCANNED      DELIMITED BY SIZE
                  " xref-links="        DELIMITED BY SIZE
                  WS-LINKS-XREF         DELIMITED BY SIZE
                  " self-links="        DELIMITED BY SIZE
                  WS-LINKS-SELF         DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "ok="                 DELIMITED BY SIZE
                  WS-LINKS-OK           DELIMITED BY SIZE
                  " dead="              DELIMITED BY SIZE
                  WS-LINKS-DEAD         DELIMITED BY SIZE
                  " bad-anchors="       DELIMITED BY SIZE
                  WS-ANCHORS-BAD        DELIMITED BY SIZE
                  " retired="           DELIMITED BY SIZE
                  WS-LINKS-RETIRED      DELIMITED BY SIZE
                  " unverifiable="      DELIMITED BY SIZE
                  WS-LINKS-UNVER        DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-TEXT.
           STRING "sitemaps="           DELIMITED BY SIZE
                  WS-SITEMAPS           DELIMITED BY SIZE
                  " sitemaps-missing="  DELIMITED BY SIZE
                  WS-SITEMAPS-MISSING   DELIMITED BY SIZE
                  " extract-records="   DELIMITED BY SIZE
                  WS-EXTRACT-RECS       DELIMITED BY SIZE
                  " extracts-missing="  DELIMITED BY SIZE
                  WS-EXTRACTS-MISSING   DELIMITED BY SIZE
                  INTO RPT-TEXT.
           MOVE RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORTFILE.
           IF WS-LINKS-DEAD > 0 OR WS-ANCHORS-BAD > 0
               OR WS-MANUALS-SKIPPED > 0
               OR WS-SITEMAPS-MISSING > 0
               OR WS-EXTRACTS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-900.
           STOP RUN.
