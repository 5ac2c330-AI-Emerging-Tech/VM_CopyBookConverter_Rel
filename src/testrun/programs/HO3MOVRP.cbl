              88 PR-POLICY-PENDING-CANCEL  VALUE 'P'.
              88 PR-POLICY-CANCELLED       VALUE 'C'.
              88 PR-POLICY-NON-RENEWED     VALUE 'N'.
           05 FILLER                  PIC X(318).

       FD  UNLOAD-CONTROL-FILE.
           COPY HO3-UNLOAD-CONTROL.
