      *----------------------------------------------------------------
      *    VNCSL - 印刷会社から戻る完了ファイルSTMTDONE.DATの
      *            FILE-CONTROL記述。PRTVENDが読む。
      *----------------------------------------------------------------
           SELECT DONE-FILE           ASSIGN TO "STMTDONE.DAT"
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-DONE-FS.
