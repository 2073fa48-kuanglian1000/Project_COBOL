           COPY BORROWREC.

       FD  TrainBorrowerFile.
       01  TrainBorrowerRecord PIC X(106).

       FD  IdxStudentFile.
           COPY IDXSTUDREC.
