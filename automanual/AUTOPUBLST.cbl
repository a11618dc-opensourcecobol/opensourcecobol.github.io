      *                        など）を.html読み替えで一覧へ加え、
      *                        AUTOTOPICのトピックページは接頭辞
      *                        （topic_）で認める
      *2026-10-15 M YOKOGAWA   棚卸しファイルの行にファイル名の後ろ
      *                        （空白区切り）へチェックサムが付いて
      *                        いても読めるよう、先頭の語だけを
      *                        ファイル名として拾うようにした
      *                        （AUTODEPLOYの検証と同じ採取を使うため）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACE TO INV-REC
                    UNSTRING INV-LINE DELIMITED BY SPACE
                             INTO INV-REC
                    IF INV-REC NOT = SPACE
                       AND INV-REC(1:1) NOT = "*"
                       MOVE INV-REC TO WS-TRIM-IN
