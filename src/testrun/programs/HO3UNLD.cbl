      *    RECORD; its length must be kept in step whenever the
      *    HO3-POLICY copybook changes.
       FD  HO3-POLICY-EXTRACT.
       01  UNLOAD-POLICY-RECORD       PIC X(515).

       FD  UNLOAD-CONTROL-FILE.
           COPY HO3-UNLOAD-CONTROL.
