      *****************************************************************
      * Parameter block passed to the RESIDENCY-LOOKUP subprogram.
      * The caller fills in the student and the term being priced
      * (blank = whatever is newest on file); back comes the
      * residency status in force for that term, the document it
      * rests on and the term its row took effect.  A student with
      * no RESIDENCY.txt row in force comes back 'D' (domestic)
      * with RSL-FOUND-FLAG 'N', which is how every student was
      * priced before residency was recorded.
      *****************************************************************
       01 RESIDENCY-LOOKUP.
           05 RSL-STUDENT-NUMBER PIC 9(6).
           05 RSL-TERM-CODE      PIC X(6).
           05 RSL-STATUS         PIC X(1).
           05 RSL-DOCUMENT-REF   PIC X(20).
           05 RSL-EFFECTIVE-TERM PIC X(6).
           05 RSL-FOUND-FLAG     PIC X(1).
