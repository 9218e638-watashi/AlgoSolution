      *               L=GL month-end T=statements B=balance maint    *
      *               G=GL extract Q=security report O=operator maint*
      *               K=partner keys I=interest accrual U=audit inq  *
      *               N=branch maint V=overdraft report W=dormancy   *
      *               Y=AML alerts F=feed arrival check Z=rate maint *
      *               J=depot and customer maint                     *
      * Unknown or unauthorized ids end the run with RETURN-CODE 20  *
      * and a rejection record on SECLOG, so audit can answer who    *
      * ran - and who tried to run - any cycle.                      *
