      *                  (住所に含まれるか)が番号と食い違うレコード
      *                  をPOSTCHK.TXTへ報告する。本番の住所整備
      *                  ジョブと同種の項目間整合チェック。
      *                  本番の郵便マスタはPOSTLOADがKEN_ALL.CSVから
      *                  作る。1つの番号に町域が複数あるときは、
      *                  そのどれかが住所に含まれていれば一致とする。
      *                  住所と町名はADRNORMで表記(丁目・番地・号、
      *                  漢数字・全角数字等)を揃えてから比べる。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     PC-ACTION = INIT | CHECK (既定CHECK)
      *                 新規作成する(最初の移行時に一度だけ)
      *       CHECK ... 顧客ファイルを突合する
      *     PC-FILE   = 対象ファイル(既定TESTDATA.DAT)
      *     PC-ADDRNORM = N で表記を揃えずそのまま比べる(既定Y)
      *   郵便マスタは150000行まで読む。超えた分は読まずに件数を
      *   表示する(超えた番号はCODE NOT IN MASTERになる)。
      *   POSTLOADが作るマスタは番号順なので、番号は表を二分探索
      *   (SEARCH ALL)で引き、同じ番号の先頭の行まで戻ってから
      *   町名を見る。読込中に番号の並びが逆になる行があれば
      *   (INITで作ったマスタなど)、先頭から順に引く。
      *   終了時のRETURN-CODEは食い違い件数。
      ******************************************************************
       IDENTIFICATION        DIVISION.
                                        WK-FILE-NAME
                                        ORGANIZATION IS SEQUENTIAL
                                        FILE STATUS IS WK-DATA-FS.
           COPY POSTMSL.
           SELECT CHK-RPT-FILE        ASSIGN TO "POSTCHK.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
       FD  DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.
       COPY POSTMFD.
       FD  CHK-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHK-RPT-LINE           PIC X(160).
       01  WK-MACHI-IDX       PIC 9(03)  COMP.
       01  WK-POSTAL-M        PIC 9(01).
      *
      *    郵便マスタの作業表。番号順に読めたときだけ二分探索する。
       01  WK-PM-TAB.
           05  WK-PM-ENTRY  OCCURS 1 TO 150000 TIMES
                            DEPENDING ON WK-PM-COUNT
                            ASCENDING KEY IS WK-PM-CODE
                            INDEXED BY IDX-PM.
               10  WK-PM-CODE         PIC X(07).
               10  WK-PM-PREF         PIC N(05).
               10  WK-PM-CITY         PIC N(10).
       01  WK-PM-MAX          PIC 9(06)  COMP  VALUE 150000.
       01  WK-PM-COUNT        PIC 9(06)  COMP  VALUE ZERO.
       01  WK-PM-OVER-CT      PIC 9(06)  COMP  VALUE ZERO.
       01  WK-PM-HIT          PIC 9(06)  COMP.
       01  WK-PM-LAST-CODE    PIC X(07)  VALUE LOW-VALUE.
       01  WK-PM-ORDER-SW     PIC X       VALUE "Y".
           88  WK-PM-IN-ORDER             VALUE "Y".
       01  WK-PM-BACK-SW      PIC X       VALUE "N".
           88  WK-PM-BACK-DONE            VALUE "Y".
       01  WK-TOWN-SW         PIC X       VALUE "N".
           88  WK-TOWN-FOUND              VALUE "Y".
      *
      *    住所分解(ADRSPLIT)の受け渡し領域。
       01  AD-PARM.
       01  WK-ADDR-X  REDEFINES WK-ADDR-N  PIC X(40).
       01  WK-CITY-N          PIC N(10).
       01  WK-CITY-X  REDEFINES WK-CITY-N  PIC X(20).
       01  WK-TOWN-X          PIC X(40).
       01  WK-CITY-LEN        PIC 9(03)  COMP.
       01  WK-SCAN            PIC 9(03)  COMP.
       01  WK-TALLY           PIC 9(03)  COMP.
      *
      *    ADRNORM(住所表記正規化)の受け渡し領域。
       01  AN-PARM.
           05  AN-INPUT                 PIC N(20).
           05  AN-INPUT-X  REDEFINES AN-INPUT
                                        PIC X(40).
           05  AN-OUTPUT                PIC N(20).
           05  AN-OUTPUT-X  REDEFINES AN-OUTPUT
                                        PIC X(40).
           05  AN-STATUS                PIC X(02).
       01  WK-ADDRNORM-SW     PIC X(01)   VALUE "Y".
           88  WK-ADDRNORM-ON              VALUE "Y".
      *
       01  WK-REC-NO          PIC 9(07)  VALUE ZERO.
       01  WK-NG-CT           PIC 9(05)  VALUE ZERO.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-FILE-NAME
            END-IF.
            DISPLAY "PC-ADDRNORM"       UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ADDRNORM-SW       FROM ENVIRONMENT-VALUE.
            IF WK-ADDRNORM-SW NOT = "N"
                MOVE "Y"              TO WK-ADDRNORM-SW
            END-IF.
            IF WK-ACTION = "INIT"
                PERFORM P-020-INIT-MASTER
            ELSE
            OPEN INPUT POST-MASTER.
            PERFORM P-042-LOAD-ONE UNTIL WK-EOF.
            CLOSE POST-MASTER.
            IF WK-PM-OVER-CT > ZERO
                DISPLAY "POSTMAST.TXT OVER " WK-PM-MAX
                        " ENTRIES - " WK-PM-OVER-CT " NOT LOADED"
            END-IF.
            IF NOT WK-PM-IN-ORDER
                DISPLAY "POSTMAST.TXT NOT IN CODE ORDER - "
                        "SEQUENTIAL LOOKUP"
            END-IF.
      *
       P-042-LOAD-ONE.
            READ POST-MASTER
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF WK-PM-COUNT < WK-PM-MAX
                        ADD 1         TO WK-PM-COUNT
                        SET IDX-PM    TO WK-PM-COUNT
                        MOVE PM-CODE  TO WK-PM-CODE(IDX-PM)
                        MOVE PM-PREF  TO WK-PM-PREF(IDX-PM)
                        MOVE PM-CITY  TO WK-PM-CITY(IDX-PM)
                        IF PM-CODE < WK-PM-LAST-CODE
                            MOVE "N"  TO WK-PM-ORDER-SW
                        END-IF
                        MOVE PM-CODE  TO WK-PM-LAST-CODE
                    ELSE
                        ADD 1         TO WK-PM-OVER-CT
                    END-IF
            END-READ.
      *
       P-052-CHECK-RECORD.
            ADD 1                     TO WK-REC-NO.
            MOVE ZERO                 TO WK-PM-HIT.
            IF WK-PM-IN-ORDER
                PERFORM P-053-FIND-CODE
            ELSE
                PERFORM P-054-MATCH-CODE
                   VARYING IDX-PM FROM 1 BY 1
                      UNTIL IDX-PM > WK-PM-COUNT
                         OR WK-PM-HIT NOT = ZERO
            END-IF.
            IF WK-PM-HIT = ZERO
                MOVE "CODE NOT IN MASTER"  TO WK-FINDING
                PERFORM P-060-WRITE-FINDING
                GO TO P-052-EXIT
            END-IF.
      *    町名: 番号の町名が住所に含まれているか(バイト含有)。
      *    同じ番号が続く間の町名のどれか1つが含まれていればよい。
      *    表記を揃えてから比べる(直せない住所は入力のまま)。
            MOVE CUST-ADDRESS         TO WK-ADDR-N.
            IF WK-ADDRNORM-ON
                MOVE WK-ADDR-X        TO AN-INPUT-X
                CALL "ADRNORM" USING AN-PARM
                MOVE AN-OUTPUT-X      TO WK-ADDR-X
            END-IF.
            MOVE "N"                  TO WK-TOWN-SW.
            PERFORM P-058-CHECK-TOWN THRU P-058-EXIT
               VARYING IDX-PM FROM WK-PM-HIT BY 1
                  UNTIL IDX-PM > WK-PM-COUNT
                     OR WK-TOWN-FOUND.
            IF NOT WK-TOWN-FOUND
                MOVE "CITY/TOWN DISAGREES"  TO WK-FINDING
                PERFORM P-060-WRITE-FINDING
            END-IF.
       P-052-EXIT.
            EXIT.
      *
      *    番号順の表を二分探索し、同じ番号の先頭の行まで戻る。
       P-053-FIND-CODE.
            SEARCH ALL WK-PM-ENTRY
                AT END
                    CONTINUE
                WHEN WK-PM-CODE(IDX-PM) = CUST-POSTAL
                    SET WK-PM-HIT     TO IDX-PM
            END-SEARCH.
            IF WK-PM-HIT NOT = ZERO
                MOVE "N"              TO WK-PM-BACK-SW
                PERFORM P-055-STEP-BACK
                   UNTIL WK-PM-HIT = 1 OR WK-PM-BACK-DONE
            END-IF.
      *
       P-055-STEP-BACK.
            SET IDX-PM                TO WK-PM-HIT.
            SET IDX-PM                DOWN BY 1.
            IF WK-PM-CODE(IDX-PM) = CUST-POSTAL
                SET WK-PM-HIT         TO IDX-PM
            ELSE
                SET WK-PM-BACK-DONE   TO TRUE
            END-IF.
      *
       P-054-MATCH-CODE.
            IF CUST-POSTAL = WK-PM-CODE(IDX-PM)
            END-IF.
      *
       P-056-FIND-CITY-LEN.
            IF WK-TOWN-X(WK-SCAN:1) NOT = SPACE
                MOVE WK-SCAN          TO WK-CITY-LEN
            END-IF.
      *
      *    番号が変わったら打ち切り(町名の無い行は一致扱い)。
       P-058-CHECK-TOWN.
            IF WK-PM-CODE(IDX-PM) NOT = CUST-POSTAL
                SET IDX-PM            TO WK-PM-COUNT
                GO TO P-058-EXIT
            END-IF.
            MOVE WK-PM-CITY(IDX-PM)   TO WK-CITY-N.
            MOVE WK-CITY-X            TO WK-TOWN-X.
            IF WK-ADDRNORM-ON
               AND WK-TOWN-X NOT = SPACES
                MOVE WK-TOWN-X        TO AN-INPUT-X
                CALL "ADRNORM" USING AN-PARM
                MOVE AN-OUTPUT-X      TO WK-TOWN-X
            END-IF.
            MOVE ZERO                 TO WK-CITY-LEN.
            PERFORM P-056-FIND-CITY-LEN
               VARYING WK-SCAN FROM 40 BY -1
                  UNTIL WK-SCAN < 1
                     OR WK-CITY-LEN NOT = ZERO.
            IF WK-CITY-LEN = ZERO
                SET WK-TOWN-FOUND     TO TRUE
                GO TO P-058-EXIT
            END-IF.
            MOVE ZERO                 TO WK-TALLY.
            INSPECT WK-ADDR-X TALLYING WK-TALLY
                FOR ALL WK-TOWN-X(1:WK-CITY-LEN).
            IF WK-TALLY > ZERO
                SET WK-TOWN-FOUND     TO TRUE
            END-IF.
       P-058-EXIT.
            EXIT.
      *
       P-060-WRITE-FINDING.
            ADD 1                     TO WK-NG-CT.
