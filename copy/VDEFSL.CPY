      *----------------------------------------------------------------
      *    VDEFSL - ベンダ障害台帳VNDDEF.DATのFILE-CONTROL記述。
      *             VNDDEFが保守・検証し、TRIAGEが参照する。
      *             SELECT OPTIONALのため最初のOPENで作られる。
      *----------------------------------------------------------------
           SELECT OPTIONAL VND-DEFECT-FILE
                                        ASSIGN TO "VNDDEF.DAT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
