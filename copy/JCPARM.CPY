      *----------------------------------------------------------------
      *    JCPARM - 監査ファイルの連鎖値サブプログラムJRNCHNの受け渡し
      *             領域。呼び出し側はWORKING-STORAGEでCOPYし、
      *             CALL "JRNCHN" USING JC-PARMで使う。
      *               JC-FUNCTION "N"=追記する行に連番・連鎖値を付ける
      *                           "H"=行の連鎖値を計算する(照合用)
      *               JC-FILE     対象ファイル名(MNTJRNL.DAT・
      *                           ACCESSLG.TXT・TXNJRNL.DAT)
      *               JC-RECORD   行の像。Nでは連番・連鎖値を埋めて
      *                           返す。Hでは連番まで入った像を渡す
      *               JC-PREV     直前の行の連鎖値(Hでは入力、Nでは
      *                           使った値を返す)
      *               JC-SEQ      付けた連番(N)
      *               JC-CHAIN    計算した連鎖値
      *               JC-BODY-LEN 本体の桁数(連番・連鎖値の前まで)
      *               JC-STATUS   "00"=正常 "10"=対象外のファイル
      *             各行は本体+空白2+連番9(07)+空白2+連鎖値9(09)。
      *----------------------------------------------------------------
       01  JC-PARM.
           05  JC-FUNCTION              PIC X(01).
           05  JC-FILE                  PIC X(12).
           05  JC-RECORD                PIC X(300).
           05  JC-PREV                  PIC 9(09).
           05  JC-SEQ                   PIC 9(07).
           05  JC-CHAIN                 PIC 9(09).
           05  JC-BODY-LEN              PIC 9(03).
           05  JC-STATUS                PIC X(02).
