           COPY MAINTJNL.
      *>   レコード長はMAINTJNLと一致させること。
       FD  JNL-WK-FILE.
       01  JNL-WK-REC               PIC  X(90).
       FD  JNL-ARC-FILE.
       01  JNL-ARC-REC              PIC  X(90).
       FD  EXC-STS-FILE.
           COPY EXCSTS.
      *>   レコード長はEXCSTSと一致させること。
