      *----------------------------------------------------------------
      *    SGNLSL - 証跡一式の組み立て記録SIGNLOG.DATのFILE-CONTROL
      *             記述。SIGNOFFが一式を組み終えるたびに1行追記し、
      *             BLDREGがビルドの認定(CERTIFIED)の前提として
      *             読む。SELECT OPTIONALのため最初のOPENで作られる。
      *----------------------------------------------------------------
           SELECT OPTIONAL SIGN-LOG-FILE
                                        ASSIGN TO "SIGNLOG.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
