      *----------------------------------------------------------------
      *    BLDRPRC - 今回の実行を帰属させるビルドの解決。
      *              環境変数TESTALL-BUILD(RUNPROFのBUILDキー)の
      *              指定があればそれを使い、無ければビルド台帳
      *              BUILDREG.DATで状態がUNDER-TESTの行(複数あれば
      *              台帳の後ろの行)を使う。指定が台帳に無いとき・
      *              REJECTED/RETIREDのビルドを指すときは警告だけ
      *              出して指定どおり刻印する(夜間の実行は止め
      *              ない)。どちらも無ければ帰属なし(空白)。
      *              呼び出し元はBLDRSL/BLDRFD/BLDRWSをCOPYすること。
      *----------------------------------------------------------------
       9770-RESOLVE-ACTIVE-BUILD.
           MOVE SPACES              TO BLD-ACTIVE-ID BLD-ACTIVE-STATUS.
           DISPLAY "TESTALL-BUILD"   UPON ENVIRONMENT-NAME.
           ACCEPT  BLD-ACTIVE-ID      FROM ENVIRONMENT-VALUE.
           MOVE "N"                 TO BLD-GIVEN-SW.
           IF BLD-ACTIVE-ID NOT = SPACES
               SET BLD-GIVEN         TO TRUE
           END-IF.
           MOVE "N"                 TO BLD-REG-EOF-SW.
           OPEN INPUT BUILD-REG-FILE.
           PERFORM 9772-SCAN-ONE-BUILD UNTIL BLD-REG-EOF.
           CLOSE BUILD-REG-FILE.
           IF BLD-ACTIVE-ID = SPACES
               DISPLAY "NO ACTIVE BUILD - RUN NOT ATTRIBUTED "
                       "(SET TESTALL-BUILD OR MARK A BUILD "
                       "UNDER-TEST)"
           ELSE
               IF BLD-ACTIVE-STATUS = SPACES
                   DISPLAY "BUILD " BLD-ACTIVE-ID
                           " NOT IN BUILDREG.DAT - STAMPED AS GIVEN"
               END-IF
               IF BLD-ACTIVE-STATUS = "REJECTED"
                  OR BLD-ACTIVE-STATUS = "RETIRED"
                   DISPLAY "BUILD " BLD-ACTIVE-ID " IS "
                           BLD-ACTIVE-STATUS
               END-IF
               DISPLAY "BUILD-ID " BLD-ACTIVE-ID
           END-IF.
      *
       9772-SCAN-ONE-BUILD.
           READ BUILD-REG-FILE
               AT END        SET BLD-REG-EOF       TO TRUE
               NOT AT END
                   IF BLD-GIVEN
                       IF BR-BUILD-ID = BLD-ACTIVE-ID
                           MOVE BR-STATUS     TO BLD-ACTIVE-STATUS
                       END-IF
                   ELSE
                       IF BR-STATUS = "UNDER-TEST"
                           MOVE BR-BUILD-ID   TO BLD-ACTIVE-ID
                           MOVE BR-STATUS     TO BLD-ACTIVE-STATUS
                       END-IF
                   END-IF
           END-READ.
