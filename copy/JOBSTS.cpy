      ******************************************************************
      *  JOBSTS
      *    夜間ジョブストリームの工程進捗（JOB-STS）の1レコード分の
      *    レイアウト。RECORD KEYは工程番号（JS-STEP-NO）。
      *    ZINKOJOBCTLがストリーム開始時に工程定義（JOB-STEP）の
      *    全工程を未実行（"P"）で作り直し、各工程の開始時に実行中
      *    （"S"）、終了時に正常終了（"C"）・異常（"F"）・ゲート
      *    保留（"H"）へ書き換える。次回の起動では"C"の工程を読み
      *    飛ばし、最初の"C"以外の工程から再開する。工程の途中で
      *    ランユニットごと落ちた場合は"S"のまま残るので、その工程
      *    からやり直しになる。
      ******************************************************************
       01  JOB-STS-REC.
           03   JS-STEP-NO       PIC  9(02).
           03   JS-PROGRAM       PIC  X(13).
           03   JS-STATUS        PIC  X(01).
               88  JS-PENDING                   VALUE "P".
               88  JS-STARTED                   VALUE "S".
               88  JS-COMPLETED                 VALUE "C".
               88  JS-FAILED                    VALUE "F".
               88  JS-GATE-HELD                 VALUE "H".
           03   JS-MAX-RC        PIC  9(04).
           03   JS-GATE-REQ      PIC  X(01).
           03   JS-RC            PIC  S9(04).
      *>   ストリームの開始日時。再開しても最初の起動時点のまま
      *>   変えない（どの晩のストリームの続きかが分かる）。
           03   JS-STREAM-DATE   PIC  9(08).
           03   JS-STREAM-TIME   PIC  9(08).
           03   JS-START-DATE    PIC  9(08).
           03   JS-START-TIME    PIC  9(08).
           03   JS-END-DATE      PIC  9(08).
           03   JS-END-TIME      PIC  9(08).
      *>   この工程を起動した回数（再開でやり直した分を含む）。
           03   JS-TRY-CNT       PIC  9(03).
