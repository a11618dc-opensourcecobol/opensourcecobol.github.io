      *                        ファイル（old/からの相対パスを1行1件）
      *                        を渡すと、どのページからも参照されて
      *                        いない残骸も報告する。
      *2026-10-15 M YOKOGAWA   複写した資材ごとに「new/<資材> : copied」
      *                        行を報告へ出すようにした（AUTODEPLOYが
      *                        デプロイ対象の一覧に使う）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           MOVE 0 TO RETURN-CODE.
           IF WS-COPY-RC = 0
               ADD 1 TO WS-ASSETS-COPIED
               MOVE SPACE TO RPT-TEXT
               STRING WS-DST-PATH    DELIMITED BY SPACE
                      " : copied"    DELIMITED BY SIZE
                      INTO RPT-TEXT
               MOVE RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               ADD 1 TO WS-COPY-FAILED
               MOVE SPACE TO RPT-TEXT
