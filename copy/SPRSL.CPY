      *----------------------------------------------------------------
      *    SPRSL - 仕様節参照ファイルSPECREF.TXTのFILE-CONTROL記述。
      *            日本語COBOL仕様書の節(3-3-6 部分参照など)を
      *            1行1節で持つ。無ければSPECTRCが既定の節一覧
      *            (SPECTAB)で作る。
      *----------------------------------------------------------------
           SELECT OPTIONAL SPEC-REF-FILE
                                        ASSIGN TO "SPECREF.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
