       78  NAVI-END-1               VALUE "<!--navi end1-->".
       78  NAVI-START-2             VALUE "<!--navi start2-->".
       78  NAVI-END-2               VALUE "<!--navi end2-->".
      *ナビ上部の版切替行の行頭（AUTOMANUALが書き、AUTOEDITIONが
      *凍結した版の写しで書き直す）。日本語は16進数で持つ
       78  NAVI-VERSION-EN          VALUE "Version: ".
       78  NAVI-VERSION-JA
                  VALUE X"E38390E383BCE382B8E383A7E383B33A20".
      *旧世代ページ（AUTODELETE_2系）が使っていた単一マーカー
      *LEGACY2モードでのみ参照する
       78  NAVI-START-OLD           VALUE "<!--navi start-->".
