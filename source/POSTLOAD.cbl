      ******************************************************************
      *    テストケース：POSTLOAD
      *    プログラム名：日本語化テスト 郵便マスタ取込(KEN_ALL)
      *    処理概要　　：日本郵便が公開する郵便番号データKEN_ALL.CSV
      *                  (シフトJIS、項目は"で囲まれたCSV)を読み、
      *                  POSTCHKが引く郵便マスタPOSTMAST.TXTを
      *                  作り直す。1つの町域が長くて複数行に分けて
      *                  掲載されている分割行は1行に結合し、
      *                  「以下に掲載がない場合」などの町域でない
      *                  記載は空欄にする。取込結果は行数と不採用
      *                  行の一覧を取込報告に刷り、前回のマスタと
      *                  比べて追加・廃止・町域の変わった郵便番号
      *                  を列挙する。
      *  --------------------------------------------------------------
      *   操作は環境変数で渡す:
      *     PL-FILE = 取込むCSV(既定KEN_ALL.CSV)
      *   入力: KEN_ALL.CSV(15項目。使うのは3=郵便番号、7=都道府県、
      *         8=市区町村、9=町域)
      *   出力: POSTMAST.TXT(POSTMFD様式、郵便番号順)
      *         POSTPREV.TXT(取込前のマスタを郵便番号順に並べた控え)
      *         POSTLOAD.RPT(PRTSRV、取込報告)
      *   町域の扱い:
      *     ・括弧"（"が閉じないまま終わる行は、同じ郵便番号の次の
      *       行以降と結合する。閉じる前に番号が変われば不採用。
      *     ・「以下に掲載がない場合」「～の次に番地がくる場合」
      *       「(市区町村名)一円」は空欄。
      *     ・"（"以降の補足(丁目・番地の範囲など)は落とす。
      *     ・町名欄は町域、町域が空欄なら市区町村名。全角を割らず
      *       欄の幅で切る。
      *     ・同じ番号・同じ町名になった行は1行にまとめる。
      *   CSV中の項目は半角カンマを含まない前提で区切る。
      *   採用行が1件も無いときはPOSTMAST.TXTを書き換えない。
      *   戻り値: 不採用行の件数。CSVなし・採用行なしは1。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           POSTLOAD.
       AUTHOR.               TSH.
       DATE-WRITTEN.         2026-10-15.
       DATE-COMPILED.        2026-10-15.
      ******************************************************************
       ENVIRONMENT           DIVISION.
      ******************************************************************
       CONFIGURATION         SECTION.
       SOURCE-COMPUTER.      PC.
       OBJECT-COMPUTER.      PC.
      ******************************************************************
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT KEN-FILE            ASSIGN TO DYNAMIC
                                        WK-KEN-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-KEN-FS.
           COPY POSTMSL.
           SELECT PREV-FILE           ASSIGN TO "POSTPREV.TXT"
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREV-SORT-WORK      ASSIGN TO "POSTPREV.SRT".
           SELECT LOAD-SORT-WORK      ASSIGN TO "POSTLOAD.SRT".
           SELECT LOAD-SORT-OUT       ASSIGN TO "POSTLOAD.TMP"
                                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA                  DIVISION.
      ******************************************************************
      ******************************************************************
       FILE                  SECTION.
       FD  KEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEN-REC                PIC X(600).
       COPY POSTMFD.
       FD  PREV-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREV-REC.
           05  PV-CODE                PIC X(07).
           05  FILLER                 PIC X(02).
           05  PV-PREF                PIC X(10).
           05  FILLER                 PIC X(02).
           05  PV-CITY                PIC X(20).
       SD  PREV-SORT-WORK.
       01  PW-REC.
           05  PW-CODE                PIC X(07).
           05  FILLER                 PIC X(02).
           05  PW-PREF                PIC X(10).
           05  FILLER                 PIC X(02).
           05  PW-CITY                PIC X(20).
       SD  LOAD-SORT-WORK.
       01  SW-REC.
           05  SW-CODE                PIC X(07).
           05  FILLER                 PIC X(02).
           05  SW-PREF                PIC X(10).
           05  FILLER                 PIC X(02).
           05  SW-CITY                PIC X(20).
       FD  LOAD-SORT-OUT
           LABEL RECORDS ARE STANDARD.
       01  SO-REC                 PIC X(41).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
       01  WK-KEN-FS          PIC XX.
           88  WK-KEN-FOUND                VALUE "00".
       01  WK-EOF-SW          PIC X       VALUE "N".
           88  WK-EOF                     VALUE "Y".
       01  WK-KEN-NAME        PIC X(40)  VALUE "KEN_ALL.CSV".
       01  WK-ENV-FILE        PIC X(40)  VALUE SPACES.
      *
      *    CSVの1行を区切った項目(15項目)。
       01  WK-FIELD-TAB.
           05  WK-F                   PIC X(100)  OCCURS 15 TIMES.
       01  WK-FIELD-CT        PIC 9(03)  COMP.
       01  WK-FIELD           PIC X(100).
       01  WK-VALUE           PIC X(100).
      *
      *    1行分の採用値。
       01  WK-CUR-CODE        PIC X(07).
       01  WK-CUR-PREF        PIC X(100).
       01  WK-CUR-CITY        PIC X(100).
       01  WK-CUR-TOWN        PIC X(100).
      *
      *    分割行の結合中の値。WK-TOWN-BUFに町域を継ぎ足す。
       01  WK-PEND-SW         PIC X       VALUE "N".
           88  WK-PENDING                 VALUE "Y"  FALSE "N".
       01  WK-PEND-CODE       PIC X(07).
       01  WK-PEND-PREF       PIC X(100).
       01  WK-PEND-CITY       PIC X(100).
       01  WK-PEND-LINE       PIC 9(07).
       01  WK-TOWN-BUF        PIC X(400).
       01  WK-TOWN-PTR        PIC 9(03)  COMP.
       01  WK-OPEN-CT         PIC 9(03)  COMP.
       01  WK-CLOSE-CT        PIC 9(03)  COMP.
       01  WK-CMP             PIC X(400).
       01  WK-N               PIC 9(03)  COMP.
      *
      *    FOLDSJS(全角安全な切り詰め)の受け渡し領域。
       01  FS-PARM.
           05  FS-FUNCTION              PIC X(01).
           05  FS-INPUT                 PIC X(200).
           05  FS-WIDTH                 PIC 9(03).
           05  FS-OUTPUT                PIC X(200).
           05  FS-REST                  PIC X(200).
           05  FS-STATUS                PIC X(02).
      *
      *    不採用の理由。
       01  WK-REJ-TABLE-DEF.
           05  FILLER  PIC X(36)  VALUE "項目数が足りない".
           05  FILLER  PIC X(36)  VALUE
               "郵便番号が7桁の数字でない".
           05  FILLER  PIC X(36)  VALUE "都道府県が空欄".
           05  FILLER  PIC X(36)  VALUE
               "分割行の括弧が閉じない".
       01  WK-REJ-TAB  REDEFINES WK-REJ-TABLE-DEF.
           05  WK-REJ-TEXT            PIC X(36)  OCCURS 4 TIMES.
       01  WK-REJ-REASON      PIC 9(01).
       01  WK-REJ-LINE        PIC 9(07).
       01  WK-REJ-DATA        PIC X(200).
      *
      *    前回との比較で1つの郵便番号に集める町域(都道府県+町名)。
       01  WK-OLD-KEY         PIC X(07).
       01  WK-NEW-KEY         PIC X(07).
       01  WK-CUR-KEY         PIC X(07).
       01  WK-GROUP-MAX       PIC 9(03)  COMP  VALUE 500.
       01  WK-OLD-GROUP.
           05  WK-OG-ENT              PIC X(30)  OCCURS 500 TIMES.
       01  WK-NEW-GROUP.
           05  WK-NG-ENT              PIC X(30)  OCCURS 500 TIMES.
       01  WK-OG-CT           PIC 9(05)  COMP.
       01  WK-NG-CT           PIC 9(05)  COMP.
       01  WK-G               PIC 9(03)  COMP.
       01  WK-DIFF-SW         PIC X       VALUE "N".
           88  WK-DIFFERS                 VALUE "Y"  FALSE "N".
       01  WK-NEW-ENT         PIC X(30).
       01  WK-LAST-REC        PIC X(41).
      *
      *    共通印字サービスの受け渡し領域。
       COPY PRTPARM.
      *
       01  WK-LINE-NO         PIC 9(07)  VALUE ZERO.
       01  WK-READ-CT         PIC 9(07)  VALUE ZERO.
       01  WK-JOIN-CT         PIC 9(07)  VALUE ZERO.
       01  WK-PLACE-CT        PIC 9(07)  VALUE ZERO.
       01  WK-REJ-CT          PIC 9(07)  VALUE ZERO.
       01  WK-REL-CT          PIC 9(07)  VALUE ZERO.
       01  WK-DUP-CT          PIC 9(07)  VALUE ZERO.
       01  WK-WRITE-CT        PIC 9(07)  VALUE ZERO.
       01  WK-ADD-CT          PIC 9(07)  VALUE ZERO.
       01  WK-DEL-CT          PIC 9(07)  VALUE ZERO.
       01  WK-CHG-CT          PIC 9(07)  VALUE ZERO.
       01  WK-ED-COUNT        PIC Z,ZZZ,ZZ9.
       01  WK-ED-LINE         PIC ZZZZZZ9.
       01  WK-ED-G-CT         PIC ZZ9.
       01  WK-ED-POSTAL.
           05  WK-EP-HEAD             PIC X(03).
           05  FILLER                 PIC X(01)  VALUE "-".
           05  WK-EP-TAIL             PIC X(04).
       01  WK-ED-KIND         PIC X(06).
      ******************************************************************
       PROCEDURE             DIVISION.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            DISPLAY "POSTLOAD START".
            MOVE ZERO                 TO RETURN-CODE.
            DISPLAY "PL-FILE"           UPON ENVIRONMENT-NAME.
            ACCEPT  WK-ENV-FILE          FROM ENVIRONMENT-VALUE.
            IF WK-ENV-FILE NOT = SPACES
                MOVE WK-ENV-FILE      TO WK-KEN-NAME
            END-IF.
            PERFORM P-020-LOAD THRU P-020-EXIT.
            DISPLAY "POSTLOAD END".
            GOBACK
            .
      *
      *    CSVを町域単位に整えてSORTし、前回マスタを控えてから
      *    POSTMAST.TXTを書き直し、前回と比べる。
       P-020-LOAD.
            OPEN INPUT KEN-FILE.
            IF NOT WK-KEN-FOUND
                DISPLAY WK-KEN-NAME " NOT FOUND"
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            CLOSE KEN-FILE.
            MOVE "O"                   TO PS-FUNCTION.
            MOVE "POSTLOAD.RPT"        TO PS-REPORT-NAME.
            MOVE "郵便マスタ取込(POSTLOAD)"  TO PS-TITLE.
            MOVE SPACES               TO PS-RUN-ID.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
            STRING "  ■ 不採用行("    DELIMITED BY SIZE
                   WK-KEN-NAME        DELIMITED BY SPACE
                   ")"                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            SORT LOAD-SORT-WORK
                 ASCENDING KEY SW-CODE SW-PREF SW-CITY
                 INPUT PROCEDURE IS S-100-READ-KEN
                 GIVING LOAD-SORT-OUT.
            IF WK-REJ-CT = ZERO
                MOVE "    なし"        TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
            IF WK-REL-CT = ZERO
                DISPLAY "NO USABLE ROWS - POSTMAST.TXT NOT REPLACED"
                PERFORM P-080-TOTALS
                STRING "    採用行が無いため"  DELIMITED BY SIZE
                       "POSTMAST.TXTは書き換えない"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
                MOVE "C"               TO PS-FUNCTION
                CALL "PRTSRV" USING PS-PARM
                MOVE 1                TO RETURN-CODE
                GO TO P-020-EXIT
            END-IF.
            SORT PREV-SORT-WORK
                 ASCENDING KEY PW-CODE PW-PREF PW-CITY
                 USING POST-MASTER
                 GIVING PREV-FILE.
            PERFORM P-030-WRITE-MASTER.
            PERFORM P-040-COMPARE THRU P-040-EXIT.
            PERFORM P-080-TOTALS.
            MOVE "C"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            DISPLAY "ROWS " WK-READ-CT
                    "  REJECTED " WK-REJ-CT
                    "  WRITTEN " WK-WRITE-CT
                    " -> POSTMAST.TXT".
            DISPLAY "ADDED " WK-ADD-CT
                    "  REMOVED " WK-DEL-CT
                    "  RE-ASSIGNED " WK-CHG-CT
                    " -> POSTLOAD.RPT".
            MOVE WK-REJ-CT            TO RETURN-CODE.
       P-020-EXIT.
            EXIT.
      *
      *    整列済みの行をPOSTMAST.TXTへ。同じ番号・同じ町名の
      *    行は1行にまとめる。
       P-030-WRITE-MASTER.
            OPEN INPUT LOAD-SORT-OUT.
            OPEN OUTPUT POST-MASTER.
            MOVE LOW-VALUES           TO WK-LAST-REC.
            MOVE "N"                  TO WK-EOF-SW.
            PERFORM P-032-COPY-ONE UNTIL WK-EOF.
            CLOSE POST-MASTER.
            CLOSE LOAD-SORT-OUT.
      *
       P-032-COPY-ONE.
            READ LOAD-SORT-OUT
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    IF SO-REC = WK-LAST-REC
                        ADD 1         TO WK-DUP-CT
                    ELSE
                        MOVE SO-REC   TO POST-MASTER-REC
                        WRITE POST-MASTER-REC
                        ADD 1         TO WK-WRITE-CT
                        MOVE SO-REC   TO WK-LAST-REC
                    END-IF
            END-READ.
      *
      *    前回の控え(POSTPREV.TXT)と新しいマスタを郵便番号で
      *    突き合わせる。前回が空なら初回の取込として比べない。
       P-040-COMPARE.
            MOVE "P"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "  ■ 前回取込との比較"  TO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            OPEN INPUT PREV-FILE.
            OPEN INPUT POST-MASTER.
            PERFORM P-042-READ-OLD.
            PERFORM P-044-READ-NEW.
            IF WK-OLD-KEY = HIGH-VALUES
                STRING "    前回のマスタなし"  DELIMITED BY SIZE
                       "(初回の取込)。比較しない"
                                              DELIMITED BY SIZE
                              INTO PS-LINE
                PERFORM P-090-WRITE
                GO TO P-040-CLOSE
            END-IF.
            STRING "  区分    郵便番号  "  DELIMITED BY SIZE
                   "前回(都道府県・町名・件数)"
                                          DELIMITED BY SIZE
                   "            "          DELIMITED BY SIZE
                   "今回(都道府県・町名・件数)"
                                          DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-050-ONE-CODE THRU P-050-EXIT
               UNTIL WK-OLD-KEY = HIGH-VALUES
                 AND WK-NEW-KEY = HIGH-VALUES.
            IF WK-ADD-CT + WK-DEL-CT + WK-CHG-CT = ZERO
                MOVE "    変更なし"    TO PS-LINE
                PERFORM P-090-WRITE
            END-IF.
       P-040-CLOSE.
            CLOSE POST-MASTER.
            CLOSE PREV-FILE.
       P-040-EXIT.
            EXIT.
      *
       P-042-READ-OLD.
            READ PREV-FILE
                AT END        MOVE HIGH-VALUES    TO WK-OLD-KEY
                NOT AT END    MOVE PV-CODE        TO WK-OLD-KEY
            END-READ.
      *
       P-044-READ-NEW.
            READ POST-MASTER
                AT END        MOVE HIGH-VALUES    TO WK-NEW-KEY
                NOT AT END    MOVE PM-CODE        TO WK-NEW-KEY
            END-READ.
      *
      *    1つの郵便番号について前回・今回の町域を集めて分類する。
       P-050-ONE-CODE.
            IF WK-OLD-KEY < WK-NEW-KEY
                MOVE WK-OLD-KEY       TO WK-CUR-KEY
            ELSE
                MOVE WK-NEW-KEY       TO WK-CUR-KEY
            END-IF.
            MOVE ZERO                 TO WK-OG-CT WK-NG-CT.
            PERFORM P-052-COLLECT-OLD UNTIL WK-OLD-KEY NOT = WK-CUR-KEY.
            PERFORM P-054-COLLECT-NEW UNTIL WK-NEW-KEY NOT = WK-CUR-KEY.
            IF WK-OG-CT = ZERO
                MOVE "追加"           TO WK-ED-KIND
                ADD 1                 TO WK-ADD-CT
                PERFORM P-060-PRINT-CODE
                GO TO P-050-EXIT
            END-IF.
            IF WK-NG-CT = ZERO
                MOVE "廃止"           TO WK-ED-KIND
                ADD 1                 TO WK-DEL-CT
                PERFORM P-060-PRINT-CODE
                GO TO P-050-EXIT
            END-IF.
            SET WK-DIFFERS            TO FALSE.
            IF WK-OG-CT NOT = WK-NG-CT
                SET WK-DIFFERS        TO TRUE
            ELSE
                PERFORM P-056-COMPARE-ENT
                   VARYING WK-G FROM 1 BY 1
                      UNTIL WK-G > WK-OG-CT
                         OR WK-G > WK-GROUP-MAX
                         OR WK-DIFFERS
            END-IF.
            IF WK-DIFFERS
                MOVE "変更"           TO WK-ED-KIND
                ADD 1                 TO WK-CHG-CT
                PERFORM P-060-PRINT-CODE
            END-IF.
       P-050-EXIT.
            EXIT.
      *
       P-052-COLLECT-OLD.
            ADD 1                     TO WK-OG-CT.
            IF WK-OG-CT NOT > WK-GROUP-MAX
                MOVE PREV-REC(10:30)  TO WK-OG-ENT(WK-OG-CT)
            END-IF.
            PERFORM P-042-READ-OLD.
      *
       P-054-COLLECT-NEW.
            ADD 1                     TO WK-NG-CT.
            IF WK-NG-CT NOT > WK-GROUP-MAX
                MOVE POST-MASTER-REC(10:30)
                                      TO WK-NG-ENT(WK-NG-CT)
            END-IF.
            PERFORM P-044-READ-NEW.
      *
       P-056-COMPARE-ENT.
            IF WK-OG-ENT(WK-G) NOT = WK-NG-ENT(WK-G)
                SET WK-DIFFERS        TO TRUE
            END-IF.
      *
      *    区分・番号と、前回・今回それぞれ先頭の町域と件数。
       P-060-PRINT-CODE.
            MOVE WK-CUR-KEY(1:3)      TO WK-EP-HEAD.
            MOVE WK-CUR-KEY(4:4)      TO WK-EP-TAIL.
            MOVE SPACES               TO PS-LINE.
            STRING "  "                       DELIMITED BY SIZE
                   WK-ED-KIND                 DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-ED-POSTAL               DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                              INTO PS-LINE.
            IF WK-OG-CT > ZERO
                MOVE WK-OG-CT         TO WK-ED-G-CT
                MOVE WK-OG-ENT(1)     TO WK-NEW-ENT
                STRING WK-NEW-ENT(1:10)       DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       WK-NEW-ENT(11:20)      DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       WK-ED-G-CT             DELIMITED BY SIZE
                       "件"                   DELIMITED BY SIZE
                              INTO PS-LINE(21:)
            END-IF.
            IF WK-NG-CT > ZERO
                MOVE WK-NG-CT         TO WK-ED-G-CT
                MOVE WK-NG-ENT(1)     TO WK-NEW-ENT
                STRING WK-NEW-ENT(1:10)       DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       WK-NEW-ENT(11:20)      DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       WK-ED-G-CT             DELIMITED BY SIZE
                       "件"                   DELIMITED BY SIZE
                              INTO PS-LINE(61:)
            END-IF.
            PERFORM P-090-WRITE.
      *
      *    取込件数のまとめ。
       P-080-TOTALS.
            MOVE "P"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE "  ■ 取込件数"        TO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            MOVE WK-READ-CT           TO WK-ED-COUNT.
            STRING "    CSV読込行数                  "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-JOIN-CT           TO WK-ED-COUNT.
            STRING "    分割行として結合した行       "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-PLACE-CT          TO WK-ED-COUNT.
            STRING "    町域でない記載を空欄にした行 "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-REJ-CT            TO WK-ED-COUNT.
            STRING "    不採用                       "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-DUP-CT            TO WK-ED-COUNT.
            STRING "    同じ番号・町名でまとめた行   "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-WRITE-CT          TO WK-ED-COUNT.
            STRING "    POSTMAST.TXT出力件数         "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            PERFORM P-090-WRITE.
            MOVE WK-ADD-CT            TO WK-ED-COUNT.
            STRING "    追加された郵便番号           "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-DEL-CT            TO WK-ED-COUNT.
            STRING "    廃止された郵便番号           "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
            MOVE WK-CHG-CT            TO WK-ED-COUNT.
            STRING "    町域の変わった郵便番号       "
                                              DELIMITED BY SIZE
                   WK-ED-COUNT                DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       P-090-WRITE.
            MOVE "W"                   TO PS-FUNCTION.
            CALL "PRTSRV" USING PS-PARM.
            MOVE SPACES               TO PS-LINE.
      ******************************************************************
      *    SORTの入力手続き。CSVを1行ずつ区切って検査し、分割行を
      *    結合して町域1つにつき1件RELEASEする。
      ******************************************************************
       S-100-READ-KEN        SECTION.
       S-105.
            MOVE "N"                  TO WK-EOF-SW.
            SET WK-PENDING            TO FALSE.
            OPEN INPUT KEN-FILE.
            PERFORM S-110-READ-ONE UNTIL WK-EOF.
            CLOSE KEN-FILE.
      *    結合中のままCSVが終わった分割行は不採用。
            IF WK-PENDING
                PERFORM S-140-REJECT-PENDING
            END-IF.
            GO TO S-199-EXIT.
      *
       S-110-READ-ONE.
            READ KEN-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    ADD 1             TO WK-READ-CT
                    PERFORM S-120-ONE-ROW THRU S-120-EXIT
            END-READ.
      *
       S-120-ONE-ROW.
            MOVE SPACES               TO WK-FIELD-TAB.
            MOVE ZERO                 TO WK-FIELD-CT.
            UNSTRING KEN-REC DELIMITED BY ","
                INTO WK-F(1)  WK-F(2)  WK-F(3)  WK-F(4)  WK-F(5)
                     WK-F(6)  WK-F(7)  WK-F(8)  WK-F(9)  WK-F(10)
                     WK-F(11) WK-F(12) WK-F(13) WK-F(14) WK-F(15)
                TALLYING IN WK-FIELD-CT.
            MOVE KEN-REC              TO WK-REJ-DATA.
            MOVE WK-LINE-NO           TO WK-REJ-LINE.
            IF WK-FIELD-CT < 9
                MOVE 1                TO WK-REJ-REASON
                PERFORM S-160-REJECT
                GO TO S-120-EXIT
            END-IF.
            MOVE WK-F(3)              TO WK-FIELD.
            PERFORM S-130-UNQUOTE.
            MOVE WK-VALUE             TO WK-CUR-CODE.
            IF WK-CUR-CODE IS NOT NUMERIC
               OR WK-VALUE(8:) NOT = SPACES
                MOVE 2                TO WK-REJ-REASON
                PERFORM S-160-REJECT
                GO TO S-120-EXIT
            END-IF.
            MOVE WK-F(7)              TO WK-FIELD.
            PERFORM S-130-UNQUOTE.
            MOVE WK-VALUE             TO WK-CUR-PREF.
            IF WK-CUR-PREF = SPACES
                MOVE 3                TO WK-REJ-REASON
                PERFORM S-160-REJECT
                GO TO S-120-EXIT
            END-IF.
            MOVE WK-F(8)              TO WK-FIELD.
            PERFORM S-130-UNQUOTE.
            MOVE WK-VALUE             TO WK-CUR-CITY.
            MOVE WK-F(9)              TO WK-FIELD.
            PERFORM S-130-UNQUOTE.
            MOVE WK-VALUE             TO WK-CUR-TOWN.
      *    結合中: 同じ番号なら町域を継ぎ足し、括弧が閉じたら1件。
            IF WK-PENDING
                IF WK-CUR-CODE = WK-PEND-CODE
                    ADD 1             TO WK-JOIN-CT
                    STRING WK-CUR-TOWN        DELIMITED BY SPACE
                              INTO WK-TOWN-BUF
                              WITH POINTER WK-TOWN-PTR
                    PERFORM S-135-COUNT-PAREN
                    IF WK-OPEN-CT NOT > WK-CLOSE-CT
                        SET WK-PENDING  TO FALSE
                        PERFORM S-150-RELEASE-TOWN
                    END-IF
                    GO TO S-120-EXIT
                END-IF
                PERFORM S-140-REJECT-PENDING
            END-IF.
            MOVE WK-CUR-CODE          TO WK-PEND-CODE.
            MOVE WK-CUR-PREF          TO WK-PEND-PREF.
            MOVE WK-CUR-CITY          TO WK-PEND-CITY.
            MOVE WK-LINE-NO           TO WK-PEND-LINE.
            MOVE SPACES               TO WK-TOWN-BUF.
            MOVE 1                    TO WK-TOWN-PTR.
            STRING WK-CUR-TOWN                DELIMITED BY SPACE
                              INTO WK-TOWN-BUF
                              WITH POINTER WK-TOWN-PTR.
            PERFORM S-135-COUNT-PAREN.
            IF WK-OPEN-CT > WK-CLOSE-CT
                SET WK-PENDING        TO TRUE
                GO TO S-120-EXIT
            END-IF.
            PERFORM S-150-RELEASE-TOWN.
       S-120-EXIT.
            EXIT.
      *
      *    "で囲まれた項目から中身を取り出す。
       S-130-UNQUOTE.
            MOVE SPACES               TO WK-VALUE.
            IF WK-FIELD(1:1) = QUOTE
                UNSTRING WK-FIELD(2:) DELIMITED BY QUOTE
                    INTO WK-VALUE
            ELSE
                MOVE WK-FIELD         TO WK-VALUE
            END-IF.
      *
       S-135-COUNT-PAREN.
            MOVE ZERO                 TO WK-OPEN-CT WK-CLOSE-CT.
            INSPECT WK-TOWN-BUF TALLYING WK-OPEN-CT FOR ALL "（".
            INSPECT WK-TOWN-BUF TALLYING WK-CLOSE-CT FOR ALL "）".
      *
       S-140-REJECT-PENDING.
            SET WK-PENDING            TO FALSE.
            MOVE 4                    TO WK-REJ-REASON.
            MOVE WK-PEND-LINE         TO WK-REJ-LINE.
            MOVE SPACES               TO WK-REJ-DATA.
            STRING WK-PEND-CODE               DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WK-TOWN-BUF                DELIMITED BY SIZE
                              INTO WK-REJ-DATA.
            PERFORM S-160-REJECT.
      *
      *    町域を整えて1件RELEASEする。
       S-150-RELEASE-TOWN.
      *    町域でない記載は空欄。
            IF WK-TOWN-BUF = "以下に掲載がない場合"
                ADD 1                 TO WK-PLACE-CT
                MOVE SPACES           TO WK-TOWN-BUF
            END-IF.
            MOVE ZERO                 TO WK-N.
            INSPECT WK-TOWN-BUF TALLYING WK-N
                FOR ALL "の次に番地がくる場合".
            IF WK-N > ZERO
                ADD 1                 TO WK-PLACE-CT
                MOVE SPACES           TO WK-TOWN-BUF
            END-IF.
            MOVE SPACES               TO WK-CMP.
            STRING WK-PEND-CITY               DELIMITED BY SPACE
                   "一円"                     DELIMITED BY SIZE
                              INTO WK-CMP.
            IF WK-TOWN-BUF NOT = SPACES
               AND WK-TOWN-BUF = WK-CMP
                ADD 1                 TO WK-PLACE-CT
                MOVE SPACES           TO WK-TOWN-BUF
            END-IF.
      *    "（"以降の補足を落とす。
            MOVE ZERO                 TO WK-N.
            INSPECT WK-TOWN-BUF TALLYING WK-N
                FOR CHARACTERS BEFORE INITIAL "（".
            IF WK-N < 400
                MOVE SPACES           TO WK-TOWN-BUF(WK-N + 1:)
            END-IF.
            MOVE SPACES               TO SW-REC.
            MOVE WK-PEND-CODE         TO SW-CODE.
            MOVE "T"                  TO FS-FUNCTION.
            MOVE WK-PEND-PREF         TO FS-INPUT.
            MOVE 10                   TO FS-WIDTH.
            CALL "FOLDSJS" USING FS-PARM.
            MOVE FS-OUTPUT            TO SW-PREF.
            IF WK-TOWN-BUF = SPACES
                MOVE WK-PEND-CITY     TO FS-INPUT
            ELSE
                MOVE WK-TOWN-BUF      TO FS-INPUT
            END-IF.
            MOVE 20                   TO FS-WIDTH.
            CALL "FOLDSJS" USING FS-PARM.
            MOVE FS-OUTPUT            TO SW-CITY.
            RELEASE SW-REC.
            ADD 1                     TO WK-REL-CT.
      *
      *    不採用行を報告へ。行番号・理由・行の先頭60桁。
       S-160-REJECT.
            ADD 1                     TO WK-REJ-CT.
            MOVE WK-REJ-LINE          TO WK-ED-LINE.
            MOVE "T"                  TO FS-FUNCTION.
            MOVE WK-REJ-DATA          TO FS-INPUT.
            MOVE 60                   TO FS-WIDTH.
            CALL "FOLDSJS" USING FS-PARM.
            STRING "    行"                    DELIMITED BY SIZE
                   WK-ED-LINE                 DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-REJ-TEXT(WK-REJ-REASON) DELIMITED BY SIZE
                   FS-OUTPUT(1:60)            DELIMITED BY SIZE
                              INTO PS-LINE.
            PERFORM P-090-WRITE.
      *
       S-199-EXIT.
            EXIT.
      ******************************************************************
