      ******************************************************************
      *    テストケース：HOLCALC
      *    プログラム名：日本語化テスト 国民の祝日計算サブプログラム
      *    処理概要　　：指定した年の国民の祝日を祝日法の規則から
      *                  求めるCALLableサブプログラム。日付固定の
      *                  祝日、ハッピーマンデー(成人の日・海の日・
      *                  敬老の日・スポーツの日)、天文計算の近似式
      *                  による春分の日・秋分の日、前後を祝日に
      *                  挟まれた国民の休日を日付順に返す。振替
      *                  休日はBIZDAYが自動で扱うので返さない。
      *                  HOLIDAY.DATの年次作成(HOLGEN)が使う。
      *  --------------------------------------------------------------
      *   受け渡しはHOLPARM(HC-PARM)。
      *   対象年は2022-2099(現行の祝日法の規則と、春分・秋分の
      *   近似式が使える範囲)。範囲外はHC-STATUS="10"で何も返さ
      *   ない。
      *   春分日 = INT(20.8431 + 0.242194*(年-1980) - INT((年-1980)/4))
      *   秋分日 = INT(23.2488 + 0.242194*(年-1980) - INT((年-1980)/4))
      *   試験はQA-HOLGが行う。
      ******************************************************************
       IDENTIFICATION        DIVISION.
      ******************************************************************
       PROGRAM-ID.           HOLCALC.
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
       DATA                  DIVISION.
      ******************************************************************
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
      *
      *    祝日の作業表(国民の休日を挟み込む前の、法定の祝日だけ)。
       01  WK-HD-TAB.
           05  WK-HD-ENTRY  OCCURS 30 TIMES INDEXED BY IDX-HD.
               10  WK-HD-DATE         PIC 9(08).
               10  WK-HD-NAME         PIC X(40).
       01  WK-HD-COUNT        PIC 9(03)  COMP  VALUE ZERO.
      *
      *    1件追加するときの受け渡し。
       01  WK-ADD-MM          PIC 9(02).
       01  WK-ADD-DD          PIC 9(02).
       01  WK-ADD-NTH         PIC 9(01).
       01  WK-ADD-NAME        PIC X(40).
      *
       01  WK-SCAN-DATE       PIC 9(08).
       01  WK-SCAN-PARTS  REDEFINES WK-SCAN-DATE.
           05  WK-S-YYYY          PIC 9(04).
           05  WK-S-MM            PIC 9(02).
           05  WK-S-DD            PIC 9(02).
       01  WK-NEXT-DATE       PIC 9(08).
       01  WK-NEXT-PARTS  REDEFINES WK-NEXT-DATE.
           05  WK-N-YYYY          PIC 9(04).
           05  WK-N-MM            PIC 9(02).
           05  WK-N-DD            PIC 9(02).
      *
      *    春分・秋分の近似式。
       01  WK-EQ-YEARS        PIC 9(03)  COMP.
       01  WK-EQ-LEAPS        PIC 9(03)  COMP.
       01  WK-EQ-RAW          PIC 9(03)V9(06).
       01  WK-EQ-DAY          PIC 9(02).
      *
      *    曜日計算(ツェラーの公式、BIZDAYと同じ)。
      *    WK-DOW: 0=土 1=日 2=月 …
       01  WK-Z-Q             PIC 9(02)  COMP.
       01  WK-Z-M             PIC 9(02)  COMP.
       01  WK-Z-Y             PIC 9(04)  COMP.
       01  WK-Z-K             PIC 9(02)  COMP.
       01  WK-Z-J             PIC 9(02)  COMP.
       01  WK-Z-T1            PIC 9(05)  COMP.
       01  WK-Z-T2            PIC 9(05)  COMP.
       01  WK-Z-SUM           PIC 9(06)  COMP.
       01  WK-Z-Q2            PIC 9(06)  COMP.
       01  WK-DOW             PIC 9(01)  COMP.
       01  WK-FIRST-MON       PIC 9(02)  COMP.
      ******************************************************************
       LINKAGE SECTION.
       COPY HOLPARM.
      ******************************************************************
       PROCEDURE             DIVISION USING HC-PARM.
      ******************************************************************
       MAIN                  SECTION.
       P-010.
            MOVE "00"               TO HC-STATUS.
            MOVE ZERO               TO HC-COUNT.
            IF HC-YEAR IS NOT NUMERIC
               OR HC-YEAR < 2022 OR HC-YEAR > 2099
                MOVE "10"            TO HC-STATUS
                GOBACK
            END-IF.
            MOVE ZERO               TO WK-HD-COUNT.
            PERFORM P-020-BUILD-YEAR.
            PERFORM P-070-EMIT-ONE
               VARYING IDX-HD FROM 1 BY 1
                  UNTIL IDX-HD > WK-HD-COUNT.
            GOBACK
            .
      *
      *    法定の祝日を日付順に積む。月内で前後が入れ替わらない
      *    順(成人の日は1/8-14、春分は3/19-21、敬老の日は9/15-21で
      *    秋分の9/22-24より前)に並べてある。
       P-020-BUILD-YEAR.
            MOVE 01                   TO WK-ADD-MM.
            MOVE 01                   TO WK-ADD-DD.
            MOVE "元日"               TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 01                   TO WK-ADD-MM.
            MOVE 2                    TO WK-ADD-NTH.
            MOVE "成人の日"           TO WK-ADD-NAME.
            PERFORM P-040-ADD-MONDAY.
            MOVE 02                   TO WK-ADD-MM.
            MOVE 11                   TO WK-ADD-DD.
            MOVE "建国記念の日"       TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 02                   TO WK-ADD-MM.
            MOVE 23                   TO WK-ADD-DD.
            MOVE "天皇誕生日"         TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 03                   TO WK-ADD-MM.
            MOVE "春分の日"           TO WK-ADD-NAME.
            PERFORM P-050-ADD-VERNAL.
            MOVE 04                   TO WK-ADD-MM.
            MOVE 29                   TO WK-ADD-DD.
            MOVE "昭和の日"           TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 05                   TO WK-ADD-MM.
            MOVE 03                   TO WK-ADD-DD.
            MOVE "憲法記念日"         TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 05                   TO WK-ADD-MM.
            MOVE 04                   TO WK-ADD-DD.
            MOVE "みどりの日"         TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 05                   TO WK-ADD-MM.
            MOVE 05                   TO WK-ADD-DD.
            MOVE "こどもの日"         TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 07                   TO WK-ADD-MM.
            MOVE 3                    TO WK-ADD-NTH.
            MOVE "海の日"             TO WK-ADD-NAME.
            PERFORM P-040-ADD-MONDAY.
            MOVE 08                   TO WK-ADD-MM.
            MOVE 11                   TO WK-ADD-DD.
            MOVE "山の日"             TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 09                   TO WK-ADD-MM.
            MOVE 3                    TO WK-ADD-NTH.
            MOVE "敬老の日"           TO WK-ADD-NAME.
            PERFORM P-040-ADD-MONDAY.
            MOVE 09                   TO WK-ADD-MM.
            MOVE "秋分の日"           TO WK-ADD-NAME.
            PERFORM P-055-ADD-AUTUMNAL.
            MOVE 10                   TO WK-ADD-MM.
            MOVE 2                    TO WK-ADD-NTH.
            MOVE "スポーツの日"       TO WK-ADD-NAME.
            PERFORM P-040-ADD-MONDAY.
            MOVE 11                   TO WK-ADD-MM.
            MOVE 03                   TO WK-ADD-DD.
            MOVE "文化の日"           TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
            MOVE 11                   TO WK-ADD-MM.
            MOVE 23                   TO WK-ADD-DD.
            MOVE "勤労感謝の日"       TO WK-ADD-NAME.
            PERFORM P-030-ADD-FIXED.
      *
      *    日付固定の祝日(WK-ADD-MM/WK-ADD-DD)を1件積む。
       P-030-ADD-FIXED.
            MOVE HC-YEAR            TO WK-S-YYYY.
            MOVE WK-ADD-MM          TO WK-S-MM.
            MOVE WK-ADD-DD          TO WK-S-DD.
            ADD 1                   TO WK-HD-COUNT.
            SET IDX-HD              TO WK-HD-COUNT.
            MOVE WK-SCAN-DATE       TO WK-HD-DATE(IDX-HD).
            MOVE WK-ADD-NAME        TO WK-HD-NAME(IDX-HD).
      *
      *    ハッピーマンデー。WK-ADD-MM月の第WK-ADD-NTH月曜日。
      *    1日の曜日から最初の月曜日を出し、週数分を足す。
       P-040-ADD-MONDAY.
            MOVE HC-YEAR            TO WK-S-YYYY.
            MOVE WK-ADD-MM          TO WK-S-MM.
            MOVE 01                 TO WK-S-DD.
            PERFORM P-060-DOW-OF-SCAN.
            COMPUTE WK-Z-SUM = 9 - WK-DOW.
            DIVIDE WK-Z-SUM BY 7 GIVING WK-Z-Q2
                REMAINDER WK-FIRST-MON.
            COMPUTE WK-ADD-DD = 1 + WK-FIRST-MON
                              + 7 * (WK-ADD-NTH - 1).
            PERFORM P-030-ADD-FIXED.
      *
      *    春分の日・秋分の日。近似式の小数部を切り捨てて日とする。
       P-050-ADD-VERNAL.
            PERFORM P-052-EQUINOX-BASE.
            COMPUTE WK-EQ-RAW = 20.8431 + 0.242194 * WK-EQ-YEARS
                              - WK-EQ-LEAPS.
            MOVE WK-EQ-RAW          TO WK-EQ-DAY.
            MOVE WK-EQ-DAY            TO WK-ADD-DD.
            PERFORM P-030-ADD-FIXED.
      *
       P-052-EQUINOX-BASE.
            COMPUTE WK-EQ-YEARS = HC-YEAR - 1980.
            DIVIDE WK-EQ-YEARS BY 4 GIVING WK-EQ-LEAPS.
      *
       P-055-ADD-AUTUMNAL.
            PERFORM P-052-EQUINOX-BASE.
            COMPUTE WK-EQ-RAW = 23.2488 + 0.242194 * WK-EQ-YEARS
                              - WK-EQ-LEAPS.
            MOVE WK-EQ-RAW          TO WK-EQ-DAY.
            MOVE WK-EQ-DAY            TO WK-ADD-DD.
            PERFORM P-030-ADD-FIXED.
      *
      *    WK-SCAN-DATEの曜日(ツェラーの公式)。0=土 1=日 2=月 …。
       P-060-DOW-OF-SCAN.
            MOVE WK-SCAN-DATE(7:2) TO WK-Z-Q.
            MOVE WK-SCAN-DATE(5:2) TO WK-Z-M.
            MOVE WK-SCAN-DATE(1:4) TO WK-Z-Y.
            IF WK-Z-M < 3
                ADD 12             TO WK-Z-M
                SUBTRACT 1         FROM WK-Z-Y
            END-IF.
            DIVIDE WK-Z-Y BY 100 GIVING WK-Z-J REMAINDER WK-Z-K.
            COMPUTE WK-Z-T1 = (13 * (WK-Z-M + 1)) / 5.
            COMPUTE WK-Z-T2 = WK-Z-K / 4 + WK-Z-J / 4 + 5 * WK-Z-J.
            COMPUTE WK-Z-SUM = WK-Z-Q + WK-Z-T1 + WK-Z-K + WK-Z-T2.
            DIVIDE WK-Z-SUM BY 7 GIVING WK-Z-Q2 REMAINDER WK-DOW.
      *
      *    作業表の1件を返し、次の祝日が同じ月の2日後なら、間の
      *    1日(祝日ではない)を国民の休日として続けて返す。祝日は
      *    月をまたいで2日後に並ぶことがないので、月内だけを見る。
       P-070-EMIT-ONE.
            ADD 1                   TO HC-COUNT.
            SET IDX-HC              TO HC-COUNT.
            MOVE WK-HD-DATE(IDX-HD) TO HC-DATE(IDX-HC).
            MOVE WK-HD-NAME(IDX-HD) TO HC-NAME(IDX-HC).
            IF IDX-HD < WK-HD-COUNT
                MOVE WK-HD-DATE(IDX-HD) TO WK-SCAN-DATE
                SET IDX-HD UP BY 1
                MOVE WK-HD-DATE(IDX-HD) TO WK-NEXT-DATE
                SET IDX-HD DOWN BY 1
                IF WK-N-MM = WK-S-MM
                   AND WK-N-DD = WK-S-DD + 2
                    ADD 1           TO WK-S-DD
                    ADD 1           TO HC-COUNT
                    SET IDX-HC      TO HC-COUNT
                    MOVE WK-SCAN-DATE  TO HC-DATE(IDX-HC)
                    MOVE "国民の休日"  TO HC-NAME(IDX-HC)
                END-IF
            END-IF.
      ******************************************************************
