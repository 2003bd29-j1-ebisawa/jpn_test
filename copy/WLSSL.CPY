      *----------------------------------------------------------------
      *    WLSSL - 照合対象者リストWATCHLST.TXTのFILE-CONTROL記述。
      *            WLSCRNが読む。保守はコンプライアンス担当が
      *            テキストエディタで行う。
      *----------------------------------------------------------------
           SELECT OPTIONAL WATCH-FILE
                                        ASSIGN TO "WATCHLST.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
